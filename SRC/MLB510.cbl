000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    MLB510.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  YEAR-END FORM     *
001500*                      1098 FOR THE IN-HOUSE SERVICED LOANS THE  *
001600*                      SERVICER'S 1098 RUN LEAVES OUT.  EVERY    *
001700*                      LOANIN MORTGAGE IS PULLED THROUGH MLU002; *
001800*                      THE INTEREST PAID, POINTS (FROM THE       *
001900*                      CLOSING POINTS FILE) AND PROPERTY TAXES   *
002000*                      PAID GO TO IRS.PENDLST, ONE ROW PER BOX,  *
002100*                      FOR THE YEAR-END IRS PROCESSING, SHAPED   *
002200*                      LIKE THE DSDSB542 HSA FEED.  THE FULL     *
002300*                      FORM -- BORROWER TIN FROM CIF, PRINCIPAL, *
002400*                      ORIGINATION DATE AND PROPERTY -- GOES ON  *
002500*                      THE F1098 FILE, AND THE BORROWER          *
002600*                      STATEMENT THROUGH EDOC050.  THE INTEREST  *
002700*                      REPORTED TIES OUT BY BANK TO THE          *
002800*                      SERVICER'S YEAR-END INTEREST TOTALS.      *
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
004000     SELECT PTSIN-FILE ASSIGN TO PTSIN
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-PTS-STATUS.
004300     SELECT SVCYE-FILE ASSIGN TO SVCYE
004400         ORGANIZATION IS LINE SEQUENTIAL
004500         FILE STATUS IS WS-SVC-STATUS.
004600     SELECT F1098-FILE ASSIGN TO F1098
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT RPT668-FILE ASSIGN TO RPT668
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000 DATA DIVISION.
005100 FILE SECTION.
005200 FD  LOANIN-FILE
005300     RECORDING MODE F.
005400 01  LOANIN-RECORD.
005500     05  LOAN-BANK-NBR           PIC 9(03).
005600     05  LOAN-ACCT-NBR           PIC 9(10).
005700     05  FILLER                  PIC X(07).
005800 FD  PTSIN-FILE
005900     RECORDING MODE F.
006000*    POINTS THE BORROWER PAID AT CLOSING ON A LOAN ORIGINATED
006100*    IN THE TAX YEAR, AS LOAN CLOSING RECORDED THEM.
006200 01  PTSIN-RECORD.
006300     05  PTS-BANK-NBR            PIC 9(03).
006400     05  PTS-LOAN-NBR            PIC 9(10).
006500     05  PTS-AMOUNT              PIC 9(07)V99.
006600     05  FILLER                  PIC X(08).
006700 FD  SVCYE-FILE
006800     RECORDING MODE F.
006900*    THE SERVICER'S YEAR-END INTEREST TOTAL FOR EACH BANK'S
007000*    IN-HOUSE SERVICED LOANS.
007100 01  SVCYE-RECORD.
007200     05  SVC-BANK-NBR            PIC 9(03).
007300     05  SVC-INT-TOTAL           PIC 9(11)V99.
007400     05  FILLER                  PIC X(14).
007500 FD  F1098-FILE
007600     RECORDING MODE F.
007700*    ONE FORM 1098 PER LOAN FOR THE FORMS PRINT AND THE IRS
007800*    TRANSMISSION.  AMOUNTS ARE THE FORM'S BOXES.
007900 01  F1098-RECORD.
008000     05  F98-TAX-YEAR            PIC 9(04).
008100     05  F98-BANK-NBR            PIC 9(03).
008200     05  F98-LOAN-NBR            PIC 9(10).
008300     05  F98-TAX-ID              PIC 9(09).
008400     05  F98-BORROWER-NAME       PIC X(40).
008500     05  F98-INTEREST            PIC 9(09)V99.
008600     05  F98-PRIN-BALANCE        PIC 9(09)V99.
008700     05  F98-ORIG-DATE           PIC X(10).
008800     05  F98-POINTS              PIC 9(09)V99.
008900     05  F98-TAXES-PAID          PIC 9(09)V99.
009000     05  F98-PROPERTY-DESC       PIC X(55).
009100     05  FILLER                  PIC X(25).
009200 FD  RPT668-FILE
009300     RECORDING MODE F.
009400 01  RPT668-RECORD               PIC X(132).
009500*----------------------------------------------------------------
009600 WORKING-STORAGE SECTION.
009700 01  WS-SWITCHES.
009800     05  WS-EOF-SW                PIC X       VALUE 'N'.
009900         88  WS-EOF-YES                   VALUE 'Y'.
010000     05  WS-LOAN-STATUS           PIC XX      VALUE '00'.
010100     05  WS-PTS-STATUS            PIC XX      VALUE '00'.
010200     05  WS-SVC-STATUS            PIC XX      VALUE '00'.
010300     05  WS-BALANCE-SW            PIC X       VALUE 'Y'.
010400         88  WS-IN-BALANCE                VALUE 'Y'.
010500 01  WS-WORK-FIELDS.
010600     05  WS-ROW-BANK              PIC S9(3)   COMP-3 VALUE +0.
010700     05  WS-IRS-AMT               PIC S9(9)V99 COMP-3 VALUE +0.
010800     05  WS-IRS-END-BAL           PIC S9(9)V99 COMP-3 VALUE +0.
010900     05  WS-IRS-EARN-TYPE         PIC X(01)   VALUE SPACE.
011000     05  WS-IRS-POST-DATE         PIC X(10)   VALUE SPACE.
011100     05  WS-SHORT-NAME            PIC X(16)   VALUE SPACE.
011200     05  WS-INTEREST              PIC S9(9)V99 COMP-3 VALUE +0.
011300     05  WS-POINTS                PIC S9(9)V99 COMP-3 VALUE +0.
011400     05  WS-TAXES                 PIC S9(9)V99 COMP-3 VALUE +0.
011500     05  WS-DIFFERENCE            PIC S9(11)V99 COMP-3 VALUE +0.
011600     05  WS-ACCT-NBR-X            PIC X(14)   VALUE SPACE.
011700     05  FILLER REDEFINES WS-ACCT-NBR-X.
011800         10  FILLER               PIC X(04).
011900         10  WS-ACCT-NBR-9        PIC 9(10).
012000     05  WS-LOAN-KEY              PIC X(25)   VALUE SPACE.
012100     05  FILLER REDEFINES WS-LOAN-KEY.
012200         10  FILLER               PIC X(15).
012300         10  WS-LOAN-KEY-9        PIC 9(10).
012400     05  WS-BX                    PIC S9(4)   COMP  VALUE ZERO.
012500     05  WS-PX                    PIC S9(4)   COMP  VALUE ZERO.
012600     05  WS-PTS-COUNT             PIC S9(4)   COMP  VALUE ZERO.
012700     05  WS-TOTAL-READ            PIC S9(7)   COMP  VALUE ZERO.
012800     05  WS-TOTAL-FORMS           PIC S9(7)   COMP  VALUE ZERO.
012900     05  WS-TOTAL-NOTHING         PIC S9(7)   COMP  VALUE ZERO.
013000     05  WS-TOTAL-NO-TIN          PIC S9(7)   COMP  VALUE ZERO.
013100     05  WS-TOTAL-FETCH-ERR       PIC S9(7)   COMP  VALUE ZERO.
013200     05  WS-TOTAL-WRITTEN         PIC S9(7)   COMP  VALUE ZERO.
013300     05  WS-TOTAL-ERRORS          PIC S9(7)   COMP  VALUE ZERO.
013400     05  WS-TOTAL-REPLACED        PIC S9(7)   COMP  VALUE ZERO.
013500     05  WS-TOTAL-INTEREST        PIC S9(11)V99 COMP-3 VALUE +0.
013600     05  WS-TOTAL-POINTS          PIC S9(11)V99 COMP-3 VALUE +0.
013700     05  WS-TOTAL-TAXES           PIC S9(11)V99 COMP-3 VALUE +0.
013800*    POINTS FROM PTSIN, LOOKED UP BY BANK AND LOAN.
013900 01  WS-POINTS-TABLE.
014000     05  WS-PTS-ENTRY  OCCURS 500 TIMES.
014100         10  WP-BANK-NBR          PIC 9(03).
014200         10  WP-LOAN-NBR          PIC 9(10).
014300         10  WP-AMOUNT            PIC S9(7)V99 COMP-3.
014400*    THE TIE-OUT BY BANK, SUBSCRIPTED BY BANK NUMBER.
014500 01  WS-BANK-TABLE.
014600     05  WS-BANK-ENTRY  OCCURS 999 TIMES.
014700         10  WB-LOANS             PIC S9(7)   COMP.
014800         10  WB-REPORTED-INT      PIC S9(11)V99 COMP-3.
014900         10  WB-SERVICER-INT      PIC S9(11)V99 COMP-3.
015000         10  WB-SERVICER-SW       PIC X(01).
015100             88  WB-SERVICER-SENT         VALUE 'Y'.
015200 01  WS-NOTICE-DETAIL.
015300     05  FILLER                   PIC X(04)   VALUE 'INT='.
015400     05  ND-INTEREST              PIC 9(09).99.
015500     05  FILLER                   PIC X(05)   VALUE ' PTS='.
015600     05  ND-POINTS                PIC 9(09).99.
015700     05  FILLER                   PIC X(05)   VALUE ' TAX='.
015800     05  ND-TAXES                 PIC 9(09).99.
015900     05  FILLER                   PIC X(06)   VALUE ' PRIN='.
016000     05  ND-PRIN-BALANCE          PIC 9(09).99.
016100     05  FILLER                   PIC X(12)   VALUE SPACE.
016200 01  WS-NOTICE-SUBJECT.
016300     05  FILLER                   PIC X(35)   VALUE
016400         'FORM 1098 MORTGAGE INTEREST - YEAR '.
016500     05  NS-TAX-YEAR              PIC 9(04).
016600     05  FILLER                   PIC X(41)   VALUE SPACE.
016700*----------------------------------------------------------------
016800     COPY KATCPYA2.
016900*----------------------------------------------------------------
017000     COPY OBSTRANS.
017100*----------------------------------------------------------------
017200     COPY MLU002P.
017300*----------------------------------------------------------------
017400     COPY CIFU521P.
017500*----------------------------------------------------------------
017600     COPY CIFU02AR.
017700*----------------------------------------------------------------
017800     COPY CIFU02HH.
017900*----------------------------------------------------------------
018000     COPY EMPWORK.
018100*----------------------------------------------------------------
018200     COPY EDOCU51P.
018210*----------------------------------------------------------------
018220     COPY EDOCU53P.
018300*----------------------------------------------------------------
018400 01  WS-HEADING-1.
018500     05  FILLER  PIC X(41)  VALUE
018600       'MLB510   FORM 1098 MORTGAGE INTEREST FEED'.
018700     05  FILLER  PIC X(11)  VALUE '  TAX YEAR '.
018800     05  HD-TAX-YEAR              PIC 9(04).
018900     05  FILLER                   PIC X(76)   VALUE SPACE.
019000 01  WS-HEADING-2.
019100     05  FILLER  PIC X(48)  VALUE
019200       'BNK LOAN        TIN              INTEREST       '.
019300     05  FILLER  PIC X(48)  VALUE
019400       '  POINTS   PROPERTY TAX      PRINCIPAL  NOTE    '.
019500     05  FILLER  PIC X(36)  VALUE SPACE.
019600 01  WS-DETAIL-LINE.
019700     05  DL-BANK-NBR              PIC 9(03).
019800     05  FILLER                   PIC X(01)   VALUE SPACE.
019900     05  DL-LOAN-NBR              PIC 9(10).
020000     05  FILLER                   PIC X(02)   VALUE SPACE.
020100     05  DL-TAX-ID                PIC 9(09).
020200     05  FILLER                   PIC X(02)   VALUE SPACE.
020300     05  DL-INTEREST              PIC ZZZ,ZZZ,ZZ9.99.
020400     05  FILLER                   PIC X(01)   VALUE SPACE.
020500     05  DL-POINTS                PIC ZZZ,ZZZ,ZZ9.99.
020600     05  FILLER                   PIC X(01)   VALUE SPACE.
020700     05  DL-TAXES                 PIC ZZZ,ZZZ,ZZ9.99.
020800     05  FILLER                   PIC X(01)   VALUE SPACE.
020900     05  DL-PRIN-BALANCE          PIC ZZZ,ZZZ,ZZ9.99.
021000     05  FILLER                   PIC X(02)   VALUE SPACE.
021100     05  DL-NOTE                  PIC X(20).
021200     05  FILLER                   PIC X(20)   VALUE SPACE.
021300 01  WS-TIE-HEADING.
021400     05  FILLER  PIC X(47)  VALUE
021500       'BNK    LOANS       REPORTED INT       SERVICER '.
021600     05  FILLER  PIC X(48)  VALUE
021700       'INT         DIFFERENCE   RESULT                 '.
021800     05  FILLER  PIC X(37)  VALUE SPACE.
021900 01  WS-TIE-LINE.
022000     05  TIE-BANK-NBR             PIC 9(03).
022100     05  FILLER                   PIC X(02)   VALUE SPACE.
022200     05  TIE-LOANS                PIC ZZZ,ZZ9.
022300     05  FILLER                   PIC X(02)   VALUE SPACE.
022400     05  TIE-REPORTED             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
022500     05  FILLER                   PIC X(02)   VALUE SPACE.
022600     05  TIE-SERVICER             PIC ZZ,ZZZ,ZZZ,ZZ9.99.
022700     05  FILLER                   PIC X(02)   VALUE SPACE.
022800     05  TIE-DIFFERENCE           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
022900     05  FILLER                   PIC X(02)   VALUE SPACE.
023000     05  TIE-RESULT               PIC X(16).
023100     05  FILLER                   PIC X(45)   VALUE SPACE.
023200 01  WS-TOTAL-LINE.
023300     05  TL-LABEL                 PIC X(26).
023400     05  TL-COUNT                 PIC ZZZ,ZZ9.
023500     05  FILLER                   PIC X(99)   VALUE SPACE.
023600 01  WS-AMOUNT-LINE.
023700     05  AL-LABEL                 PIC X(26).
023800     05  AL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
023900     05  FILLER                   PIC X(92)   VALUE SPACE.
024000*----------------------------------------------------------------
024100 LINKAGE SECTION.
024200 01  MLB510-PARM.
024300*    THE IRS CODING IS WHAT THE IRS CODE SHEET ASSIGNS THE 1098.
024400*    THE EARN TYPE OF EACH ROW IS THE FORM BOX -- 1 INTEREST,
024500*    6 POINTS, T PROPERTY TAXES.  THE YEAR-END DATE IS THE
024600*    LAST DAY OF THE TAX YEAR.
024700     05  MLB510-TTL-MINUTES        PIC 9(05).
024800     05  MLB510-TAX-YEAR           PIC 9(04).
024900     05  MLB510-APPL-NBR           PIC 9(03).
025000     05  MLB510-RECORD-TYPE        PIC 9(03).
025100     05  MLB510-REQUEST-CODE       PIC 9(03).
025200     05  MLB510-GROUP-ID           PIC 9(02).
025300     05  MLB510-YEAR-END-DATE      PIC X(10).
025400     05  MLB510-DEL-METHOD         PIC 9(03).
025500*----------------------------------------------------------------
025600 PROCEDURE DIVISION USING MLB510-PARM.
025700*
025800 0000-MAINLINE.
025900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
026000     PERFORM 2000-REPORT-ONE-LOAN THRU 2000-EXIT
026100         UNTIL WS-EOF-YES.
026200     PERFORM 8000-FINALIZE THRU 8000-EXIT.
026300     GOBACK.
026400*----------------------------------------------------------------
026500 1000-INITIALIZE.
026600     OPEN OUTPUT RPT668-FILE.
026700     OPEN OUTPUT F1098-FILE.
026800     MOVE MLB510-TAX-YEAR TO HD-TAX-YEAR NS-TAX-YEAR.
026900     MOVE WS-HEADING-1 TO RPT668-RECORD.
027000     WRITE RPT668-RECORD.
027100     MOVE WS-HEADING-2 TO RPT668-RECORD.
027200     WRITE RPT668-RECORD.
027300     PERFORM 1050-CLEAR-BANK THRU 1050-EXIT
027400         VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 999.
027500*    A RERUN TAKES OUT WHAT THE LAST RUN WROTE FOR THIS YEAR
027600*    FIRST, SO NOTHING IS REPORTED TWICE.
027700     EXEC SQL
027800         SELECT COUNT(*)
027900           INTO :WS-TOTAL-REPLACED
028000           FROM IRS.PENDLST
028100          WHERE IRSPL_SOURCE_ID   = 'MLB510'
028200            AND IRSPL_RECORD_TYPE = :MLB510-RECORD-TYPE
028300            AND IRSPL_EFF_DATE    = :MLB510-YEAR-END-DATE
028400     END-EXEC.
028500     IF  WS-TOTAL-REPLACED > ZERO
028600         EXEC SQL
028700             DELETE FROM IRS.PENDLST
028800              WHERE IRSPL_SOURCE_ID   = 'MLB510'
028900                AND IRSPL_RECORD_TYPE = :MLB510-RECORD-TYPE
029000                AND IRSPL_EFF_DATE    = :MLB510-YEAR-END-DATE
029100         END-EXEC
029200     END-IF.
029300     PERFORM 1100-LOAD-POINTS THRU 1100-EXIT.
029400     PERFORM 1300-LOAD-SERVICER THRU 1300-EXIT.
029500     OPEN INPUT LOANIN-FILE.
029600     IF  WS-LOAN-STATUS NOT = '00'
029700         DISPLAY 'MLB510 - LOANIN I/O ERROR, STATUS '
029800             WS-LOAN-STATUS
029900         MOVE 16 TO RETURN-CODE
030000         GOBACK
030100     END-IF.
030200     PERFORM 2100-READ-LOAN THRU 2100-EXIT.
030300 1000-EXIT.
030400     EXIT.
030500*----------------------------------------------------------------
030600 1050-CLEAR-BANK.
030700     MOVE ZERO TO WB-LOANS (WS-BX) WB-REPORTED-INT (WS-BX)
030800                  WB-SERVICER-INT (WS-BX).
030900     MOVE 'N'  TO WB-SERVICER-SW (WS-BX).
031000 1050-EXIT.
031100     EXIT.
031200*----------------------------------------------------------------
031300 1100-LOAD-POINTS.
031400     OPEN INPUT PTSIN-FILE.
031500     IF  WS-PTS-STATUS NOT = '00'
031600         DISPLAY 'MLB510 - PTSIN I/O ERROR, STATUS '
031700             WS-PTS-STATUS
031800         MOVE 16 TO RETURN-CODE
031900         GOBACK
032000     END-IF.
032100 1100-READ.
032200     READ PTSIN-FILE
032300         AT END
032400             GO TO 1100-CLOSE
032500     END-READ.
032600     IF  WS-PTS-STATUS NOT = '00'
032700         DISPLAY 'MLB510 - PTSIN I/O ERROR, STATUS '
032800             WS-PTS-STATUS
032900         MOVE 16 TO RETURN-CODE
033000         GOBACK
033100     END-IF.
033200     IF  WS-PTS-COUNT NOT < 500
033300         DISPLAY 'MLB510 - PTSIN HOLDS MORE THAN 500 LOANS'
033400         MOVE 16 TO RETURN-CODE
033500         GOBACK
033600     END-IF.
033700     ADD 1 TO WS-PTS-COUNT.
033800     MOVE PTS-BANK-NBR TO WP-BANK-NBR (WS-PTS-COUNT).
033900     MOVE PTS-LOAN-NBR TO WP-LOAN-NBR (WS-PTS-COUNT).
034000     MOVE PTS-AMOUNT   TO WP-AMOUNT (WS-PTS-COUNT).
034100     GO TO 1100-READ.
034200 1100-CLOSE.
034300     CLOSE PTSIN-FILE.
034400 1100-EXIT.
034500     EXIT.
034600*----------------------------------------------------------------
034700 1300-LOAD-SERVICER.
034800     OPEN INPUT SVCYE-FILE.
034900     IF  WS-SVC-STATUS NOT = '00'
035000         DISPLAY 'MLB510 - SVCYE I/O ERROR, STATUS '
035100             WS-SVC-STATUS
035200         MOVE 16 TO RETURN-CODE
035300         GOBACK
035400     END-IF.
035500 1300-READ.
035600     READ SVCYE-FILE
035700         AT END
035800             GO TO 1300-CLOSE
035900     END-READ.
036000     IF  WS-SVC-STATUS NOT = '00'
036100         DISPLAY 'MLB510 - SVCYE I/O ERROR, STATUS '
036200             WS-SVC-STATUS
036300         MOVE 16 TO RETURN-CODE
036400         GOBACK
036500     END-IF.
036600     IF  SVC-BANK-NBR = ZERO
036700         GO TO 1300-READ
036800     END-IF.
036900     ADD SVC-INT-TOTAL TO WB-SERVICER-INT (SVC-BANK-NBR).
037000     MOVE 'Y' TO WB-SERVICER-SW (SVC-BANK-NBR).
037100     GO TO 1300-READ.
037200 1300-CLOSE.
037300     CLOSE SVCYE-FILE.
037400 1300-EXIT.
037500     EXIT.
037600*----------------------------------------------------------------
037700 2000-REPORT-ONE-LOAN.
037800     ADD 1 TO WS-TOTAL-READ.
037900     MOVE ZERO  TO U021-CUST-TAX-ID.
038000     MOVE SPACE TO DL-NOTE.
038100     MOVE ZERO  TO WS-INTEREST WS-POINTS WS-TAXES.
038200     MOVE LOAN-BANK-NBR TO MLU002-BANK-NBR.
038300     MOVE LOAN-ACCT-NBR TO MLU002-ACCT-NBR.
038400     MOVE 'MLB510  '    TO MLU002-SOURCE-PROG.
038500     MOVE MLB510-TTL-MINUTES TO MLU002-TTL-MINUTES.
038600     CALL 'MLU002' USING MLU002-PARAMETERS.
038700     IF  LOAN-BANK-NBR = ZERO
038800     OR  MLU002-INVALID
038900     OR  MLU002-STATUS-CODE NOT = '0000'
039000         ADD 1 TO WS-TOTAL-FETCH-ERR
039100         MOVE ZERO TO ML02003-PRIN-BALANCE
039200         MOVE 'FETCH FAILED' TO DL-NOTE
039300         PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT
039400         GO TO 2000-READ
039500     END-IF.
039600     MOVE MLU002-RESPONSE-DATA TO ML02003-RESPONSE.
039700     IF  ML02003-INT-PYTD > ZERO
039800         MOVE ML02003-INT-PYTD TO WS-INTEREST
039900     END-IF.
040000     IF  ML02003-TAXES-PD-CURR-YEAR > ZERO
040100         MOVE ML02003-TAXES-PD-CURR-YEAR TO WS-TAXES
040200     END-IF.
040300     PERFORM 3000-FIND-POINTS THRU 3000-EXIT
040400         VARYING WS-PX FROM 1 BY 1
040500         UNTIL WS-PX > WS-PTS-COUNT.
040600     IF  WS-INTEREST = ZERO
040700     AND WS-POINTS = ZERO
040800     AND WS-TAXES = ZERO
040900         ADD 1 TO WS-TOTAL-NOTHING
041000         GO TO 2000-READ
041100     END-IF.
041200     PERFORM 4000-GET-BORROWER THRU 4000-EXIT.
041300     ADD 1 TO WS-TOTAL-FORMS.
041400     ADD 1 TO WB-LOANS (LOAN-BANK-NBR).
041500     ADD WS-INTEREST TO WB-REPORTED-INT (LOAN-BANK-NBR).
041600     ADD WS-INTEREST TO WS-TOTAL-INTEREST.
041700     ADD WS-POINTS   TO WS-TOTAL-POINTS.
041800     ADD WS-TAXES    TO WS-TOTAL-TAXES.
041900*    BOX 1 CARRIES THE OUTSTANDING PRINCIPAL AS ITS ENDING
042000*    BALANCE AND THE ORIGINATION DATE AS ITS POST DATE.
042100     MOVE LOAN-BANK-NBR TO WS-ROW-BANK.
042200     IF  WS-INTEREST > ZERO
042300         MOVE '1'                  TO WS-IRS-EARN-TYPE
042400         MOVE WS-INTEREST          TO WS-IRS-AMT
042500         MOVE ML02003-PRIN-BALANCE TO WS-IRS-END-BAL
042600         IF  ML02003-ORIG-NOTE-DATE = SPACES
042700             MOVE MLB510-YEAR-END-DATE   TO WS-IRS-POST-DATE
042800         ELSE
042900             MOVE ML02003-ORIG-NOTE-DATE TO WS-IRS-POST-DATE
043000         END-IF
043100         PERFORM 5000-WRITE-IRS-ROW THRU 5000-EXIT
043200     END-IF.
043300     MOVE ZERO                 TO WS-IRS-END-BAL.
043400     MOVE MLB510-YEAR-END-DATE TO WS-IRS-POST-DATE.
043500     IF  WS-POINTS > ZERO
043600         MOVE '6'       TO WS-IRS-EARN-TYPE
043700         MOVE WS-POINTS TO WS-IRS-AMT
043800         PERFORM 5000-WRITE-IRS-ROW THRU 5000-EXIT
043900     END-IF.
044000     IF  WS-TAXES > ZERO
044100         MOVE 'T'       TO WS-IRS-EARN-TYPE
044200         MOVE WS-TAXES  TO WS-IRS-AMT
044300         PERFORM 5000-WRITE-IRS-ROW THRU 5000-EXIT
044400     END-IF.
044500     PERFORM 5500-WRITE-FORM THRU 5500-EXIT.
044600     PERFORM 7000-SEND-STATEMENT THRU 7000-EXIT.
044700     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
044800 2000-READ.
044900     PERFORM 2100-READ-LOAN THRU 2100-EXIT.
045000 2000-EXIT.
045100     EXIT.
045200*----------------------------------------------------------------
045300 2100-READ-LOAN.
045400     READ LOANIN-FILE
045500         AT END
045600             SET WS-EOF-YES TO TRUE
045700     END-READ.
045800     IF  WS-LOAN-STATUS NOT = '00'
045900     AND WS-LOAN-STATUS NOT = '10'
046000         DISPLAY 'MLB510 - LOANIN I/O ERROR, STATUS '
046100             WS-LOAN-STATUS
046200         MOVE 16 TO RETURN-CODE
046300         GOBACK
046400     END-IF.
046500 2100-EXIT.
046600     EXIT.
046700*----------------------------------------------------------------
046800 3000-FIND-POINTS.
046900     IF  WP-BANK-NBR (WS-PX) = LOAN-BANK-NBR
047000     AND WP-LOAN-NBR (WS-PX) = LOAN-ACCT-NBR
047100         ADD WP-AMOUNT (WS-PX) TO WS-POINTS
047200     END-IF.
047300 3000-EXIT.
047400     EXIT.
047500*----------------------------------------------------------------
047600 4000-GET-BORROWER.
047700*    THE TIN AND NAME ARE THE OWNING CUSTOMER'S, FROM CIF.  A
047800*    LOAN WITH NO TIN ON FILE IS STILL REPORTED, AND LISTED SO
047900*    THE TIN IS SOLICITED.
048000     MOVE SPACES            TO U021-CUST-NAME.
048100     MOVE SPACES            TO WS-LOAN-KEY.
048200     MOVE LOAN-ACCT-NBR     TO WS-LOAN-KEY-9.
048300     MOVE LOAN-BANK-NBR     TO U021-BANK-NBR.
048400     MOVE 'ML  '            TO U021-FILE-ID.
048500     MOVE WS-LOAN-KEY       TO U021-FILE-KEY.
048600     MOVE 'N'               TO U021-DEMOGRAPHICS-IND.
048700     MOVE 'S'               TO U021-FUNCTION.
048800     CALL 'CIFU021' USING CIFU021-PARAMETERS
048900                          CIFU021-BULK-PARAMETERS
049000                          CIFU021-HOUSEHOLD-PARAMETERS.
049100     IF  NOT U021-GOOD-RETURN
049200         MOVE ZERO   TO U021-CUST-TAX-ID
049300         MOVE SPACES TO U021-CUST-NAME
049400     END-IF.
049500     IF  U021-CUST-NAME = SPACES
049600         MOVE ML02003-PRIM-BORROWER-NAME TO U021-CUST-NAME
049700     END-IF.
049800     IF  U021-CUST-TAX-ID NOT > ZERO
049900         ADD 1 TO WS-TOTAL-NO-TIN
050000         MOVE 'NO TIN ON CIF' TO DL-NOTE
050100     END-IF.
050200     MOVE U021-CUST-NAME TO WS-SHORT-NAME.
050300 4000-EXIT.
050400     EXIT.
050500*----------------------------------------------------------------
050600 5000-WRITE-IRS-ROW.
050700     MOVE SPACES          TO WS-ACCT-NBR-X.
050800     MOVE LOAN-ACCT-NBR   TO WS-ACCT-NBR-9.
050900     EXEC SQL
051000         INSERT INTO IRS.PENDLST
051100                (IRSPL_APPL_NBR, IRSPL_BANK_NBR,
051200                 IRSPL_RECORD_TYPE, IRSPL_POST_DATE,
051300                 IRSPL_EFF_DATE, IRSPL_EXTRACT_DATE,
051400                 IRSPL_REQUEST_CODE, IRSPL_SOURCE_ID,
051500                 IRSPL_GROUP_ID, IRSPL_ACCT_NBR,
051600                 IRSPL_SHORT_NAME, IRSPL_EARN_TYPE,
051700                 IRSPL_TX_AMOUNT, IRSPL_POST_YR_IND,
051800                 IRSPL_ACCT_END_BAL, IRSPL_FED_WH_AMT,
051900                 IRSPL_ALT_BANK_NBR, IRSPL_REMIT_IND,
052000                 IRSPL_DEPOSIT_DATE)
052100         VALUES (:MLB510-APPL-NBR, :WS-ROW-BANK,
052200                 :MLB510-RECORD-TYPE,
052300                 :WS-IRS-POST-DATE,
052400                 :MLB510-YEAR-END-DATE,
052500                 :MLB510-YEAR-END-DATE,
052600                 :MLB510-REQUEST-CODE, 'MLB510',
052700                 :MLB510-GROUP-ID, :WS-ACCT-NBR-X,
052800                 :WS-SHORT-NAME, :WS-IRS-EARN-TYPE,
052900                 :WS-IRS-AMT, 'C',
053000                 :WS-IRS-END-BAL, 0,
053100                 :WS-ROW-BANK, 'N', '0001-01-01')
053200     END-EXEC.
053300     IF  SQLCODE = ZERO
053400         ADD 1 TO WS-TOTAL-WRITTEN
053500     ELSE
053600         ADD 1 TO WS-TOTAL-ERRORS
053700         MOVE 'INSERT FAILED' TO DL-NOTE
053800         DISPLAY 'MLB510 - IRS.PENDLST INSERT FAILED, SQLCODE '
053900             SQLCODE ' LOAN ' WS-ACCT-NBR-9
054000     END-IF.
054100 5000-EXIT.
054200     EXIT.
054300*----------------------------------------------------------------
054400 5500-WRITE-FORM.
054500     MOVE SPACES                     TO F1098-RECORD.
054600     MOVE MLB510-TAX-YEAR            TO F98-TAX-YEAR.
054700     MOVE LOAN-BANK-NBR              TO F98-BANK-NBR.
054800     MOVE LOAN-ACCT-NBR              TO F98-LOAN-NBR.
054900     MOVE U021-CUST-TAX-ID           TO F98-TAX-ID.
055000     MOVE U021-CUST-NAME             TO F98-BORROWER-NAME.
055100     MOVE WS-INTEREST                TO F98-INTEREST.
055200     IF  ML02003-PRIN-BALANCE > ZERO
055300         MOVE ML02003-PRIN-BALANCE   TO F98-PRIN-BALANCE
055400     ELSE
055500         MOVE ZERO                   TO F98-PRIN-BALANCE
055600     END-IF.
055700     MOVE ML02003-ORIG-NOTE-DATE     TO F98-ORIG-DATE.
055800     MOVE WS-POINTS                  TO F98-POINTS.
055900     MOVE WS-TAXES                   TO F98-TAXES-PAID.
056000     MOVE ML02003-PROPERTY-DESC      TO F98-PROPERTY-DESC.
056100     WRITE F1098-RECORD.
056200 5500-EXIT.
056300     EXIT.
056400*----------------------------------------------------------------
056500 6000-WRITE-DETAIL.
056600     MOVE LOAN-BANK-NBR        TO DL-BANK-NBR.
056700     MOVE LOAN-ACCT-NBR        TO DL-LOAN-NBR.
056800     MOVE U021-CUST-TAX-ID     TO DL-TAX-ID.
056900     MOVE WS-INTEREST          TO DL-INTEREST.
057000     MOVE WS-POINTS            TO DL-POINTS.
057100     MOVE WS-TAXES             TO DL-TAXES.
057200     MOVE ML02003-PRIN-BALANCE TO DL-PRIN-BALANCE.
057300     MOVE WS-DETAIL-LINE TO RPT668-RECORD.
057400     WRITE RPT668-RECORD.
057500 6000-EXIT.
057600     EXIT.
057700*----------------------------------------------------------------
057800 7000-SEND-STATEMENT.
057900*    THE BORROWER'S COPY OF THE 1098.
058000     MOVE WS-INTEREST        TO ND-INTEREST.
058100     MOVE WS-POINTS          TO ND-POINTS.
058200     MOVE WS-TAXES           TO ND-TAXES.
058300     MOVE F98-PRIN-BALANCE   TO ND-PRIN-BALANCE.
058400     MOVE 'MLB510'           TO EDOC050-SOURCE-PROG.
058500     MOVE ZERO               TO EDOC050-USER-ID.
058600     MOVE LOAN-BANK-NBR      TO EDOC050-ACCT-BANK-NBR.
058700     MOVE 'ML  '             TO EDOC050-ACCT-FILE-ID.
058800     MOVE SPACES             TO EDOC050-ACCT-KEY.
058900     MOVE LOAN-ACCT-NBR      TO EDOC050-ACCT-KEY (16:10).
059000     MOVE 'ML1098S1'         TO EDOC050-FORM-ID.
059100     MOVE MLB510-DEL-METHOD  TO EDOC050-DEL-METHOD (1).
059200     MOVE WS-NOTICE-SUBJECT  TO EDOC050-DEL-SUBJECT (1).
059300     MOVE WS-NOTICE-DETAIL   TO EDOC050-DEL-INST (1).
059400     MOVE SPACE              TO EDOC050-DEL-DATA (1).
059500     PERFORM 7500-RESOLVE-DELIVERY THRU 7500-EXIT.
059600     CALL 'EDOC050' USING EDOC050-PARAMETERS.
059610     PERFORM 7550-ARCHIVE-PIECE THRU 7550-EXIT.
059700 7000-EXIT.
059800     EXIT.
059900*----------------------------------------------------------------
060000 7500-RESOLVE-DELIVERY.
060100*    THE CUSTOMER'S STORED DELIVERY PREFERENCE (EDOC.NOTIFPREF,
060200*    THROUGH EDOCU051) OVERRIDES THE RUN'S DEFAULT METHOD.
060300     SET EDOCU051-FUNC-RESOLVE TO TRUE.
060400     MOVE EDOC050-ACCT-BANK-NBR  TO EDOCU051-BANK-NBR.
060500     MOVE EDOC050-ACCT-FILE-ID   TO EDOCU051-FILE-ID.
060600     MOVE EDOC050-ACCT-KEY       TO EDOCU051-FILE-KEY.
060700     MOVE EDOC050-DEL-METHOD (1) TO EDOCU051-DEFAULT-METHOD.
060800     CALL 'EDOCU051' USING EDOCU051-PARAMETERS.
060900     IF  EDOCU051-VALID
061000         MOVE EDOCU051-DEL-METHOD TO EDOC050-DEL-METHOD (1)
061100         MOVE EDOCU051-DEL-DATA   TO EDOC050-DEL-DATA (1)
061200     END-IF.
061300 7500-EXIT.
061400     EXIT.
061404*----------------------------------------------------------------
061408 7550-ARCHIVE-PIECE.
061412*    THE PIECE AS IT WENT OUT, WITH EDOC050'S RESULT FOR IT, ON
061416*    THE CORRESPONDENCE ARCHIVE.  PAPER PIECES REACH THE
061420*    PRINT-AND-MAIL STREAM (EDOCB503) FROM THERE.
061424     MOVE EDOC050-ACCT-BANK-NBR    TO EDOCU053-BANK-NBR.
061428     MOVE EDOC050-ACCT-FILE-ID     TO EDOCU053-FILE-ID.
061432     MOVE EDOC050-ACCT-KEY         TO EDOCU053-FILE-KEY.
061436     MOVE EDOC050-FORM-ID          TO EDOCU053-FORM-ID.
061440     MOVE EDOC050-DEL-METHOD (1)   TO EDOCU053-DEL-METHOD.
061444     MOVE EDOC050-DEL-SUBJECT (1)  TO EDOCU053-SUBJECT.
061448     MOVE EDOC050-DEL-INST (1)     TO EDOCU053-PAYLOAD.
061452     MOVE EDOC050-DEL-RESULT-SW (1) TO EDOCU053-RESULT-SW.
061456     MOVE EDOC050-DEL-RESULT-TS (1) TO EDOCU053-RESULT-TS.
061460     CALL 'EDOCU053' USING EDOCU053-PARAMETERS.
061464     IF  NOT EDOCU053-VALID
061468         DISPLAY 'MLB510 - ' EDOCU053-ERROR-TEXT
061472     END-IF.
061476 7550-EXIT.
061480     EXIT.
061500*----------------------------------------------------------------
061600 8000-FINALIZE.
061700     MOVE SPACES TO RPT668-RECORD.
061800     WRITE RPT668-RECORD.
061900     MOVE WS-TIE-HEADING TO RPT668-RECORD.
062000     WRITE RPT668-RECORD.
062100     PERFORM 8200-TIE-OUT-BANK THRU 8200-EXIT
062200         VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 999.
062300     MOVE SPACES TO RPT668-RECORD.
062400     WRITE RPT668-RECORD.
062500     MOVE 'EARLIER ROWS REPLACED   - ' TO TL-LABEL.
062600     MOVE WS-TOTAL-REPLACED     TO TL-COUNT.
062700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
062800     MOVE 'LOANS READ              - ' TO TL-LABEL.
062900     MOVE WS-TOTAL-READ         TO TL-COUNT.
063000     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
063100     MOVE 'FORMS PRODUCED          - ' TO TL-LABEL.
063200     MOVE WS-TOTAL-FORMS        TO TL-COUNT.
063300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
063400     MOVE 'NOTHING TO REPORT       - ' TO TL-LABEL.
063500     MOVE WS-TOTAL-NOTHING      TO TL-COUNT.
063600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
063700     MOVE 'NO TIN ON CIF           - ' TO TL-LABEL.
063800     MOVE WS-TOTAL-NO-TIN       TO TL-COUNT.
063900     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
064000     MOVE 'FETCH FAILURES          - ' TO TL-LABEL.
064100     MOVE WS-TOTAL-FETCH-ERR    TO TL-COUNT.
064200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
064300     MOVE 'ROWS WRITTEN            - ' TO TL-LABEL.
064400     MOVE WS-TOTAL-WRITTEN      TO TL-COUNT.
064500     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
064600     MOVE 'INSERT FAILURES         - ' TO TL-LABEL.
064700     MOVE WS-TOTAL-ERRORS       TO TL-COUNT.
064800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
064900     MOVE 'INTEREST REPORTED       $ ' TO AL-LABEL.
065000     MOVE WS-TOTAL-INTEREST     TO AL-AMOUNT.
065100     PERFORM 8150-WRITE-AMOUNT THRU 8150-EXIT.
065200     MOVE 'POINTS REPORTED         $ ' TO AL-LABEL.
065300     MOVE WS-TOTAL-POINTS       TO AL-AMOUNT.
065400     PERFORM 8150-WRITE-AMOUNT THRU 8150-EXIT.
065500     MOVE 'PROPERTY TAXES REPORTED $ ' TO AL-LABEL.
065600     MOVE WS-TOTAL-TAXES        TO AL-AMOUNT.
065700     PERFORM 8150-WRITE-AMOUNT THRU 8150-EXIT.
065800     IF  WS-TOTAL-ERRORS > ZERO
065900     OR  WS-TOTAL-FETCH-ERR > ZERO
066000     OR  NOT WS-IN-BALANCE
066100         MOVE 4 TO RETURN-CODE
066200     END-IF.
066300     CLOSE LOANIN-FILE.
066400     CLOSE F1098-FILE.
066500     CLOSE RPT668-FILE.
066600 8000-EXIT.
066700     EXIT.
066800*----------------------------------------------------------------
066900 8100-WRITE-TOTAL.
067000     MOVE WS-TOTAL-LINE TO RPT668-RECORD.
067100     WRITE RPT668-RECORD.
067200 8100-EXIT.
067300     EXIT.
067400*----------------------------------------------------------------
067500 8150-WRITE-AMOUNT.
067600     MOVE WS-AMOUNT-LINE TO RPT668-RECORD.
067700     WRITE RPT668-RECORD.
067800 8150-EXIT.
067900     EXIT.
068000*----------------------------------------------------------------
068100 8200-TIE-OUT-BANK.
068200*    EVERY BANK WITH A LOAN REPORTED OR A SERVICER TOTAL.  A
068300*    BANK THE SERVICER SENT NO TOTAL FOR CANNOT BE PROVED.
068400     IF  WB-LOANS (WS-BX) = ZERO
068500     AND NOT WB-SERVICER-SENT (WS-BX)
068600         GO TO 8200-EXIT
068700     END-IF.
068800     COMPUTE WS-DIFFERENCE = WB-REPORTED-INT (WS-BX)
068900                           - WB-SERVICER-INT (WS-BX).
069000     MOVE WS-BX                   TO TIE-BANK-NBR.
069100     MOVE WB-LOANS (WS-BX)        TO TIE-LOANS.
069200     MOVE WB-REPORTED-INT (WS-BX) TO TIE-REPORTED.
069300     MOVE WB-SERVICER-INT (WS-BX) TO TIE-SERVICER.
069400     MOVE WS-DIFFERENCE           TO TIE-DIFFERENCE.
069500     IF  NOT WB-SERVICER-SENT (WS-BX)
069600         MOVE '*NO SERVICER*' TO TIE-RESULT
069700         MOVE 'N' TO WS-BALANCE-SW
069800     ELSE
069900         IF  WS-DIFFERENCE = ZERO
070000             MOVE 'IN BALANCE'      TO TIE-RESULT
070100         ELSE
070200             MOVE '*OUT OF BALANCE*' TO TIE-RESULT
070300             MOVE 'N' TO WS-BALANCE-SW
070400         END-IF
070500     END-IF.
070600     MOVE WS-TIE-LINE TO RPT668-RECORD.
070700     WRITE RPT668-RECORD.
070800 8200-EXIT.
070900     EXIT.
