000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CIFB549.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  LOADS THE DMDC    *
001500*                      SCRA VERIFICATION RESULT FILE (SCRARSP)   *
001600*                      FOR THE REQUESTS CIFB548 SENT ONTO        *
001700*                      CIF.SCRASTAT -- ACTIVE DUTY, LEFT DUTY    *
001800*                      WITHIN 367 DAYS, FUTURE CALL-UP, NOT      *
001900*                      SERVING OR NO MATCH -- WITH THE SERVICE   *
002000*                      DATES AND THE DMDC CERTIFICATE ID.  EACH  *
002100*                      CHANGE OF STATUS AND EVERY UNMATCHED      *
002200*                      CUSTOMER IS LISTED ON RPT670.             *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.  IBM-370.
002800 OBJECT-COMPUTER.  IBM-370.
002900 INPUT-OUTPUT SECTION.
003000 FILE-CONTROL.
003100     SELECT SCRARSP-FILE ASSIGN TO SCRARSP
003200         ORGANIZATION IS SEQUENTIAL.
003300     SELECT RPT670-FILE ASSIGN TO RPT670
003400         ORGANIZATION IS LINE SEQUENTIAL.
003500 DATA DIVISION.
003600 FILE SECTION.
003700*    ONE DMDC RESULT -- THE REQUEST CIFB548 WROTE, ECHOED, WITH
003800*    THE ACTIVE DUTY DATES AND INDICATORS DMDC FOUND.  DATES ARE
003900*    YYYYMMDD, SPACES WHEN NOT REPORTED.
004000 FD  SCRARSP-FILE
004100     RECORDING MODE F.
004200 01  SCRARSP-RECORD.
004300     05  SRS-SSN                 PIC 9(09).
004400     05  SRS-BIRTH-DATE          PIC X(08).
004500     05  SRS-LAST-NAME           PIC X(26).
004600     05  SRS-FIRST-NAME          PIC X(20).
004700     05  SRS-CUST-REC-ID         PIC X(28).
004800     05  FILLER REDEFINES SRS-CUST-REC-ID.
004900         10  SRS-CUST-ID         PIC 9(09).
005000         10  FILLER              PIC X(19).
005100     05  SRS-MIDDLE-NAME         PIC X(20).
005200     05  SRS-STATUS-DATE         PIC X(08).
005300     05  FILLER                  PIC X(01).
005400     05  SRS-ACTIVE-START        PIC X(08).
005500     05  SRS-ACTIVE-END          PIC X(08).
005600     05  SRS-ACTIVE-IND          PIC X(01).
005700         88  SRS-ON-ACTIVE-DUTY           VALUE 'Y'.
005800     05  SRS-LEFT-IND            PIC X(01).
005900         88  SRS-LEFT-WITHIN-367          VALUE 'Y'.
006000     05  SRS-FUTURE-IND          PIC X(01).
006100         88  SRS-FUTURE-CALL-UP           VALUE 'Y'.
006200     05  SRS-MATCH-RESULT        PIC X(01).
006300         88  SRS-MATCHED                  VALUE 'M'.
006400     05  SRS-CERT-ID             PIC X(15).
006500     05  FILLER                  PIC X(06).
006600 FD  RPT670-FILE
006700     RECORDING MODE F.
006800 01  RPT670-RECORD               PIC X(132).
006900*----------------------------------------------------------------
007000 WORKING-STORAGE SECTION.
007100 01  WS-SWITCHES.
007200     05  WS-EOF-SW                PIC X       VALUE 'N'.
007300         88  WS-EOF-YES                   VALUE 'Y'.
007400 01  WS-WORK-FIELDS.
007500     05  WS-PRIOR-STATUS          PIC X(01)   VALUE SPACE.
007600     05  WS-TOTAL-READ            PIC S9(7)   COMP  VALUE ZERO.
007700     05  WS-TOTAL-ACTIVE          PIC S9(7)   COMP  VALUE ZERO.
007800     05  WS-TOTAL-LEFT            PIC S9(7)   COMP  VALUE ZERO.
007900     05  WS-TOTAL-FUTURE          PIC S9(7)   COMP  VALUE ZERO.
008000     05  WS-TOTAL-NOT-SERVING     PIC S9(7)   COMP  VALUE ZERO.
008100     05  WS-TOTAL-NO-MATCH        PIC S9(7)   COMP  VALUE ZERO.
008200     05  WS-TOTAL-CHANGED         PIC S9(7)   COMP  VALUE ZERO.
008300     05  WS-TOTAL-UNKNOWN         PIC S9(7)   COMP  VALUE ZERO.
008400*----------------------------------------------------------------
008500     COPY CIFSCRA.
008600*----------------------------------------------------------------
008700 01  WS-HEADING-1.
008800     05  FILLER  PIC X(132) VALUE
008900       'CIFB549  SCRA ACTIVE-DUTY VERIFICATION RESULTS'.
009000 01  WS-HEADING-2.
009100     05  FILLER  PIC X(48)  VALUE
009200       ' CUSTOMER    WAS  NOW  SVC START      SVC END   '.
009300     05  FILLER  PIC X(48)  VALUE
009400       '    CERTIFICATE      NAME                       '.
009500     05  FILLER  PIC X(36)  VALUE SPACE.
009600 01  WS-DETAIL-LINE.
009700     05  FILLER                   PIC X(01)   VALUE SPACE.
009800     05  DL-CUST-ID               PIC 9(09).
009900     05  FILLER                   PIC X(04)   VALUE SPACE.
010000     05  DL-PRIOR-STATUS          PIC X(01).
010100     05  FILLER                   PIC X(04)   VALUE SPACE.
010200     05  DL-STATUS                PIC X(01).
010300     05  FILLER                   PIC X(03)   VALUE SPACE.
010400     05  DL-SERVICE-START         PIC X(10).
010500     05  FILLER                   PIC X(05)   VALUE SPACE.
010600     05  DL-SERVICE-END           PIC X(10).
010700     05  FILLER                   PIC X(04)   VALUE SPACE.
010800     05  DL-CERT-ID               PIC X(15).
010900     05  FILLER                   PIC X(02)   VALUE SPACE.
011000     05  DL-NAME                  PIC X(26).
011100     05  FILLER                   PIC X(37)   VALUE SPACE.
011200 01  WS-TOTAL-LINE.
011300     05  TL-LABEL                 PIC X(26).
011400     05  TL-COUNT                 PIC ZZZ,ZZ9.
011500     05  FILLER                   PIC X(99)   VALUE SPACE.
011600*----------------------------------------------------------------
011700 PROCEDURE DIVISION.
011800*
011900 0000-MAINLINE.
012000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012100     PERFORM 2000-PROCESS-RESULT THRU 2000-EXIT
012200         UNTIL WS-EOF-YES.
012300     PERFORM 8000-FINALIZE THRU 8000-EXIT.
012400     GOBACK.
012500*----------------------------------------------------------------
012600 1000-INITIALIZE.
012700     OPEN INPUT  SCRARSP-FILE.
012800     OPEN OUTPUT RPT670-FILE.
012900     MOVE WS-HEADING-1 TO RPT670-RECORD.
013000     WRITE RPT670-RECORD.
013100     MOVE WS-HEADING-2 TO RPT670-RECORD.
013200     WRITE RPT670-RECORD.
013300     PERFORM 2100-READ-RESULT THRU 2100-EXIT.
013400 1000-EXIT.
013500     EXIT.
013600*----------------------------------------------------------------
013700 2000-PROCESS-RESULT.
013800     IF  SRS-CUST-ID NOT NUMERIC
013900         ADD 1 TO WS-TOTAL-UNKNOWN
014000         DISPLAY 'CIFB549 - RESULT WITHOUT A CUSTOMER ID '
014100             SRS-CUST-REC-ID
014200         GO TO 2000-READ
014300     END-IF.
014400     MOVE SRS-CUST-ID TO SCRA-CUST-ID.
014500     EXEC SQL
014600         SELECT SCRA_STATUS
014700           INTO :WS-PRIOR-STATUS, :SCRA-SERVICE-START,
014750                :SCRA-SERVICE-END
014800           FROM CIF.SCRASTAT
014900          WHERE SCRA_CUST_ID = :SCRA-CUST-ID
015000     END-EXEC.
015100     IF  SQLCODE = +100
015200         ADD 1 TO WS-TOTAL-UNKNOWN
015300         DISPLAY 'CIFB549 - NO CIF.SCRASTAT ROW FOR CUSTOMER '
015400             SRS-CUST-ID
015500         GO TO 2000-READ
015600     END-IF.
015700     IF  SQLCODE NOT = ZERO
015800         DISPLAY 'CIFB549 - CIF.SCRASTAT READ FAILED, SQLCODE '
015900             SQLCODE
016000         MOVE 16 TO RETURN-CODE
016100         GOBACK
016200     END-IF.
016300     PERFORM 3000-SET-STATUS THRU 3000-EXIT.
016400     EXEC SQL
016500         UPDATE CIF.SCRASTAT
016600            SET SCRA_STATUS        = :SCRA-STATUS,
016700                SCRA_RESULT_DATE   = CURRENT DATE,
016800                SCRA_SERVICE_START = :SCRA-SERVICE-START,
016900                SCRA_SERVICE_END   = :SCRA-SERVICE-END,
017000                SCRA_CERT_ID       = :SCRA-CERT-ID
017100          WHERE SCRA_CUST_ID = :SCRA-CUST-ID
017200     END-EXEC.
017300     IF  SQLCODE NOT = ZERO
017400         DISPLAY 'CIFB549 - CIF.SCRASTAT UPDATE FAILED, SQLCODE '
017500             SQLCODE
017600         MOVE 16 TO RETURN-CODE
017700         GOBACK
017800     END-IF.
017900*    A CUSTOMER WHOSE SERVICE STANDING MOVED, AND ANY CUSTOMER
018000*    DMDC COULD NOT FIND, IS LISTED FOR REVIEW.
018100     IF  SCRA-STATUS NOT = WS-PRIOR-STATUS
018200         AND WS-PRIOR-STATUS NOT = 'S'
018300         ADD 1 TO WS-TOTAL-CHANGED
018400         PERFORM 4000-WRITE-DETAIL THRU 4000-EXIT
018500     ELSE
018600         IF  SCRA-STATUS-NO-MATCH
018700             OR (WS-PRIOR-STATUS = 'S'
018800                 AND SCRA-STATUS-MILITARY)
018900             PERFORM 4000-WRITE-DETAIL THRU 4000-EXIT
019000         END-IF
019100     END-IF.
019200 2000-READ.
019300     PERFORM 2100-READ-RESULT THRU 2100-EXIT.
019400 2000-EXIT.
019500     EXIT.
019600*----------------------------------------------------------------
019700 2100-READ-RESULT.
019800     READ SCRARSP-FILE
019900         AT END
020000             SET WS-EOF-YES TO TRUE
020100         NOT AT END
020200             ADD 1 TO WS-TOTAL-READ
020300     END-READ.
020400 2100-EXIT.
020500     EXIT.
020600*----------------------------------------------------------------
020700 3000-SET-STATUS.
020800*    ACTIVE DUTY OUTRANKS A DEPARTURE, A DEPARTURE OUTRANKS A
020900*    FUTURE CALL-UP -- THE SAME ORDER DMDC USES ON ITS REPORT.
021000     MOVE SRS-CERT-ID TO SCRA-CERT-ID.
021100     IF  NOT SRS-MATCHED
021200         MOVE 'U' TO SCRA-STATUS
021300         ADD 1 TO WS-TOTAL-NO-MATCH
021400     ELSE
021500     IF  SRS-ON-ACTIVE-DUTY
021600         MOVE 'A' TO SCRA-STATUS
021700         ADD 1 TO WS-TOTAL-ACTIVE
021800     ELSE
021900     IF  SRS-LEFT-WITHIN-367
022000         MOVE 'L' TO SCRA-STATUS
022100         ADD 1 TO WS-TOTAL-LEFT
022200     ELSE
022300     IF  SRS-FUTURE-CALL-UP
022400         MOVE 'F' TO SCRA-STATUS
022500         ADD 1 TO WS-TOTAL-FUTURE
022600     ELSE
022700         MOVE 'N' TO SCRA-STATUS
022800         ADD 1 TO WS-TOTAL-NOT-SERVING
022900     END-IF
023000     END-IF
023100     END-IF
023200     END-IF.
023210*    A CUSTOMER NO LONGER SERVING, OR NOT FOUND, KEEPS THE
023220*    SERVICE DATES ALREADY ON FILE SO THE RATE RESTORE AND
023230*    THE ONE-YEAR MORTGAGE COVER STILL SEE THE LAST SERVICE.
023240     IF  NOT SCRA-STATUS-MILITARY
023250         GO TO 3000-EXIT
023260     END-IF.
023300*    DATES DMDC DID NOT REPORT CARRY THE SENTINEL; A SERVICE
023400*    WITH A START AND NO END IS STILL OPEN.
023500     MOVE '0001-01-01' TO SCRA-SERVICE-START
023600                          SCRA-SERVICE-END.
023700     IF  SRS-ACTIVE-START NOT = SPACES
023800         AND SCRA-STATUS-MILITARY
023900         MOVE SRS-ACTIVE-START (1:4) TO SCRA-SERVICE-START (1:4)
024000         MOVE SRS-ACTIVE-START (5:2) TO SCRA-SERVICE-START (6:2)
024100         MOVE SRS-ACTIVE-START (7:2) TO SCRA-SERVICE-START (9:2)
024200         IF  SRS-ACTIVE-END = SPACES
024300             MOVE '9999-12-31' TO SCRA-SERVICE-END
024400         ELSE
024500             MOVE SRS-ACTIVE-END (1:4) TO SCRA-SERVICE-END (1:4)
024600             MOVE SRS-ACTIVE-END (5:2) TO SCRA-SERVICE-END (6:2)
024700             MOVE SRS-ACTIVE-END (7:2) TO SCRA-SERVICE-END (9:2)
024800         END-IF
024900     END-IF.
025000 3000-EXIT.
025100     EXIT.
025200*----------------------------------------------------------------
025300 4000-WRITE-DETAIL.
025400     MOVE SRS-CUST-ID         TO DL-CUST-ID.
025500     MOVE WS-PRIOR-STATUS     TO DL-PRIOR-STATUS.
025600     MOVE SCRA-STATUS         TO DL-STATUS.
025700     MOVE SCRA-SERVICE-START  TO DL-SERVICE-START.
025800     MOVE SCRA-SERVICE-END    TO DL-SERVICE-END.
025900     MOVE SCRA-CERT-ID        TO DL-CERT-ID.
026000     MOVE SRS-LAST-NAME       TO DL-NAME.
026100     MOVE WS-DETAIL-LINE      TO RPT670-RECORD.
026200     WRITE RPT670-RECORD.
026300 4000-EXIT.
026400     EXIT.
026500*----------------------------------------------------------------
026600 8000-FINALIZE.
026700     MOVE SPACES TO RPT670-RECORD.
026800     WRITE RPT670-RECORD.
026900     MOVE 'RESULTS READ            - ' TO TL-LABEL.
027000     MOVE WS-TOTAL-READ        TO TL-COUNT.
027100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
027200     MOVE '  ACTIVE DUTY           - ' TO TL-LABEL.
027300     MOVE WS-TOTAL-ACTIVE      TO TL-COUNT.
027400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
027500     MOVE '  LEFT WITHIN 367 DAYS  - ' TO TL-LABEL.
027600     MOVE WS-TOTAL-LEFT        TO TL-COUNT.
027700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
027800     MOVE '  FUTURE CALL-UP        - ' TO TL-LABEL.
027900     MOVE WS-TOTAL-FUTURE      TO TL-COUNT.
028000     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
028100     MOVE '  NOT SERVING           - ' TO TL-LABEL.
028200     MOVE WS-TOTAL-NOT-SERVING TO TL-COUNT.
028300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
028400     MOVE '  NO DMDC MATCH         - ' TO TL-LABEL.
028500     MOVE WS-TOTAL-NO-MATCH    TO TL-COUNT.
028600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
028700     MOVE 'STATUS CHANGES          - ' TO TL-LABEL.
028800     MOVE WS-TOTAL-CHANGED     TO TL-COUNT.
028900     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
029000     MOVE 'UNKNOWN CUSTOMER IDS    - ' TO TL-LABEL.
029100     MOVE WS-TOTAL-UNKNOWN     TO TL-COUNT.
029200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
029300     IF  WS-TOTAL-UNKNOWN > ZERO
029400         AND RETURN-CODE < 4
029500         MOVE 4 TO RETURN-CODE
029600     END-IF.
029700     CLOSE SCRARSP-FILE.
029800     CLOSE RPT670-FILE.
029900 8000-EXIT.
030000     EXIT.
030100*----------------------------------------------------------------
030200 8100-WRITE-TOTAL.
030300     MOVE WS-TOTAL-LINE TO RPT670-RECORD.
030400     WRITE RPT670-RECORD.
030500 8100-EXIT.
030600     EXIT.
