000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CIFB544.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  RETENTION-PURGE   *
001500*                      RECALL.  EACH RCLREQ REQUEST NAMES A      *
001600*                      CUSTOMER ID; CIF.PURGEIDX SAYS WHICH      *
001700*                      PURGARCH DATASET HOLDS THEIR ROWS AND     *
001800*                      WHERE (THE MOUNT LIST PRINTS FIRST), AND  *
001900*                      THE MOUNTED ARCHIVE IS READ ONCE WITH     *
002000*                      EVERY ROW OF A REQUESTED CUSTOMER WRITTEN *
002100*                      TO THE RECALLED OUTPUT.                   *
002200*                                                                *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.  IBM-370.
002700 OBJECT-COMPUTER.  IBM-370.
002800 INPUT-OUTPUT SECTION.
002900 FILE-CONTROL.
003000     SELECT RCLREQ-FILE ASSIGN TO RCLREQ
003100         ORGANIZATION IS LINE SEQUENTIAL
003200         FILE STATUS IS WS-REQ-STATUS.
003300     SELECT PURGARCH-FILE ASSIGN TO PURGARCH
003400         ORGANIZATION IS SEQUENTIAL
003500         FILE STATUS IS WS-ARC-STATUS.
003600     SELECT RECALLED-FILE ASSIGN TO RECALLED
003700         ORGANIZATION IS SEQUENTIAL.
003800     SELECT RPT628-FILE ASSIGN TO RPT628
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000 DATA DIVISION.
004100 FILE SECTION.
004200 FD  RCLREQ-FILE
004300     RECORDING MODE F.
004400 01  RCLREQ-RECORD.
004500     05  RCQ-CUST-ID             PIC 9(09).
004600     05  FILLER                  PIC X(71).
004700 FD  PURGARCH-FILE
004800     RECORDING MODE F.
004900 01  PURGARCH-RECORD.
005000     COPY CIFPRGAR.
005100 FD  RECALLED-FILE
005200     RECORDING MODE F.
005300 01  RECALLED-RECORD             PIC X(4136).
005400 FD  RPT628-FILE
005500     RECORDING MODE F.
005600 01  RPT628-RECORD               PIC X(132).
005700*----------------------------------------------------------------
005800 WORKING-STORAGE SECTION.
005900 01  WS-SWITCHES.
006000     05  WS-EOF-SW                PIC X       VALUE 'N'.
006100         88  WS-EOF-YES                   VALUE 'Y'.
006200     05  WS-MATCH-SW              PIC X       VALUE 'N'.
006300         88  WS-MATCHED                   VALUE 'Y'.
006400     05  WS-REQ-STATUS            PIC XX      VALUE '00'.
006500     05  WS-ARC-STATUS            PIC XX      VALUE '00'.
006600 01  WS-WORK-FIELDS.
006700     05  WS-RX                    PIC S9(4)   COMP  VALUE +0.
006800     05  WS-REQ-MAX               PIC S9(4)   COMP  VALUE +0.
006900     05  WS-TOTAL-REQUESTS        PIC S9(5)   COMP  VALUE ZERO.
007000     05  WS-TOTAL-NOT-FOUND       PIC S9(5)   COMP  VALUE ZERO.
007100     05  WS-TOTAL-RECALLED        PIC S9(9)   COMP  VALUE ZERO.
007200*    THE RUN'S RECALL REQUESTS, WITH WHERE EACH CUSTOMER'S
007300*    ROWS SIT IN THE ARCHIVE.  A CUSTOMER NOT ON CIF.PURGEIDX
007400*    KEEPS A ZERO ROW COUNT AND MATCHES NOTHING.
007500 01  WS-REQ-TABLE.
007600     05  WS-REQ-ENTRY  OCCURS 100 TIMES.
007700         10  WS-RQ-CUST-ID        PIC 9(09).
007800         10  WS-RQ-FIRST-POS      PIC 9(09).
007900         10  WS-RQ-LAST-POS       PIC 9(09).
008000         10  WS-RQ-ROW-COUNT      PIC 9(05).
008100*----------------------------------------------------------------
008200     COPY CIFPRGIX.
008300*----------------------------------------------------------------
008400 01  WS-HEADING-1.
008500     05  FILLER  PIC X(132) VALUE
008600       'CIFB544  CLOSED-RELATIONSHIP RETENTION RECALL'.
008700 01  WS-HEADING-2.
008800     05  FILLER  PIC X(11) VALUE 'CUST-ID'.
008900     05  FILLER  PIC X(32) VALUE 'CUSTOMER NAME'.
009000     05  FILLER  PIC X(12) VALUE 'PURGED'.
009100     05  FILLER  PIC X(46) VALUE 'DATASET'.
009200     05  FILLER  PIC X(31) VALUE ' ROWS'.
009300 01  WS-MOUNT-LINE.
009400     05  ML-CUST-ID               PIC 9(09).
009500     05  FILLER                   PIC X(02)   VALUE SPACE.
009600     05  ML-CUST-NAME             PIC X(30).
009700     05  FILLER                   PIC X(02)   VALUE SPACE.
009800     05  ML-PURGE-DATE            PIC X(10).
009900     05  FILLER                   PIC X(02)   VALUE SPACE.
010000     05  ML-DATASET               PIC X(44).
010100     05  FILLER                   PIC X(02)   VALUE SPACE.
010200     05  ML-ROWS                  PIC ZZZZ9.
010300     05  FILLER                   PIC X(26)   VALUE SPACE.
010400 01  WS-TOTAL-LINE-1.
010500     05  FILLER       PIC X(19) VALUE 'RECALL REQUESTS  - '.
010600     05  TL-REQUESTS              PIC ZZZ,ZZ9.
010700     05  FILLER                   PIC X(106)  VALUE SPACE.
010800 01  WS-TOTAL-LINE-2.
010900     05  FILLER       PIC X(19) VALUE 'NOT IN PURGEIDX  - '.
011000     05  TL-NOT-FOUND             PIC ZZZ,ZZ9.
011100     05  FILLER                   PIC X(106)  VALUE SPACE.
011200 01  WS-TOTAL-LINE-3.
011300     05  FILLER       PIC X(19) VALUE 'ROWS RECALLED    - '.
011400     05  TL-RECALLED              PIC ZZZ,ZZZ,ZZ9.
011500     05  FILLER                   PIC X(102)  VALUE SPACE.
011600*----------------------------------------------------------------
011700 PROCEDURE DIVISION.
011800*
011900 0000-MAINLINE.
012000     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
012100     PERFORM 3000-LIST-MOUNTS THRU 3000-EXIT.
012200     PERFORM 4000-SCAN-ARCHIVE THRU 4000-EXIT.
012300     PERFORM 8000-FINALIZE THRU 8000-EXIT.
012400     GOBACK.
012500*----------------------------------------------------------------
012600 1000-INITIALIZE.
012700     OPEN OUTPUT RPT628-FILE.
012800     OPEN OUTPUT RECALLED-FILE.
012900     MOVE WS-HEADING-1 TO RPT628-RECORD.
013000     WRITE RPT628-RECORD.
013100     MOVE WS-HEADING-2 TO RPT628-RECORD.
013200     WRITE RPT628-RECORD.
013300     OPEN INPUT RCLREQ-FILE.
013400     IF  WS-REQ-STATUS NOT = '00'
013500         DISPLAY 'CIFB544 - RCLREQ I/O ERROR, STATUS '
013600             WS-REQ-STATUS
013700         MOVE 16 TO RETURN-CODE
013800         GOBACK
013900     END-IF.
014000     PERFORM 1100-READ-REQUEST THRU 1100-EXIT.
014100     PERFORM 1200-POOL-REQUEST THRU 1200-EXIT
014200         UNTIL WS-EOF-YES.
014300     CLOSE RCLREQ-FILE.
014400     MOVE 'N' TO WS-EOF-SW.
014500 1000-EXIT.
014600     EXIT.
014700*----------------------------------------------------------------
014800 1100-READ-REQUEST.
014900     READ RCLREQ-FILE
015000         AT END
015100             SET WS-EOF-YES TO TRUE
015200     END-READ.
015300     IF  WS-REQ-STATUS NOT = '00'
015400     AND WS-REQ-STATUS NOT = '10'
015500         DISPLAY 'CIFB544 - RCLREQ I/O ERROR, STATUS '
015600             WS-REQ-STATUS
015700         MOVE 16 TO RETURN-CODE
015800         GOBACK
015900     END-IF.
016000 1100-EXIT.
016100     EXIT.
016200*----------------------------------------------------------------
016300 1200-POOL-REQUEST.
016400     IF  WS-REQ-MAX >= 100
016500         DISPLAY 'CIFB544 - REQUEST TABLE EXCEEDS 100, '
016600             'SPLIT THE RUN'
016700         MOVE 16 TO RETURN-CODE
016800         GOBACK
016900     END-IF.
017000     ADD 1 TO WS-REQ-MAX.
017100     ADD 1 TO WS-TOTAL-REQUESTS.
017200     MOVE RCQ-CUST-ID TO WS-RQ-CUST-ID (WS-REQ-MAX).
017300     MOVE ZERO        TO WS-RQ-FIRST-POS (WS-REQ-MAX).
017400     MOVE ZERO        TO WS-RQ-LAST-POS (WS-REQ-MAX).
017500     MOVE ZERO        TO WS-RQ-ROW-COUNT (WS-REQ-MAX).
017600     PERFORM 1100-READ-REQUEST THRU 1100-EXIT.
017700 1200-EXIT.
017800     EXIT.
017900*----------------------------------------------------------------
018000 3000-LIST-MOUNTS.
018100*    THE INDEX SAYS WHICH ARCHIVE DATASET HOLDS EACH CUSTOMER
018200*    -- OPERATIONS MOUNTS THOSE AND RERUNS THE SCAN STEP PER
018300*    DATASET.
018400     PERFORM 3100-MOUNT-FOR-ONE THRU 3100-EXIT
018500         VARYING WS-RX FROM 1 BY 1
018600         UNTIL WS-RX > WS-REQ-MAX.
018700 3000-EXIT.
018800     EXIT.
018900*----------------------------------------------------------------
019000 3100-MOUNT-FOR-ONE.
019100     MOVE WS-RQ-CUST-ID (WS-RX) TO PIX-CUST-ID.
019200     MOVE WS-RQ-CUST-ID (WS-RX) TO ML-CUST-ID.
019300     EXEC SQL
019400         SELECT PIX_CUST_NAME, PIX_PURGE_DATE, PIX_DATASET,
019500                PIX_FIRST_POS, PIX_ROW_COUNT
019600           INTO :PIX-CUST-NAME, :PIX-PURGE-DATE, :PIX-DATASET,
019700                :PIX-FIRST-POS, :PIX-ROW-COUNT
019800           FROM CIF.PURGEIDX
019900          WHERE PIX_CUST_ID = :PIX-CUST-ID
020000     END-EXEC.
020100     IF  SQLCODE NOT = ZERO
020200         ADD 1 TO WS-TOTAL-NOT-FOUND
020300         MOVE 'NOT IN CIF.PURGEIDX' TO ML-CUST-NAME
020400         MOVE SPACES TO ML-PURGE-DATE
020500         MOVE SPACES TO ML-DATASET
020600         MOVE ZERO   TO ML-ROWS
020700     ELSE
020800         MOVE PIX-FIRST-POS TO WS-RQ-FIRST-POS (WS-RX)
020900         MOVE PIX-ROW-COUNT TO WS-RQ-ROW-COUNT (WS-RX)
021000         COMPUTE WS-RQ-LAST-POS (WS-RX) =
021100             PIX-FIRST-POS + PIX-ROW-COUNT - 1
021200         MOVE PIX-CUST-NAME  TO ML-CUST-NAME
021300         MOVE PIX-PURGE-DATE TO ML-PURGE-DATE
021400         MOVE PIX-DATASET    TO ML-DATASET
021500         MOVE PIX-ROW-COUNT  TO ML-ROWS
021600     END-IF.
021700     MOVE WS-MOUNT-LINE TO RPT628-RECORD.
021800     WRITE RPT628-RECORD.
021900 3100-EXIT.
022000     EXIT.
022100*----------------------------------------------------------------
022200 4000-SCAN-ARCHIVE.
022300*    THE MOUNTED ARCHIVE READS ONCE; EVERY ROW INSIDE A
022400*    REQUESTED CUSTOMER'S POSITION RANGE GOES TO THE RECALLED
022500*    OUTPUT AS-IS.
022600     OPEN INPUT PURGARCH-FILE.
022700     IF  WS-ARC-STATUS NOT = '00'
022800         DISPLAY 'CIFB544 - PURGARCH I/O ERROR, STATUS '
022900             WS-ARC-STATUS
023000         MOVE 16 TO RETURN-CODE
023100         GOBACK
023200     END-IF.
023300     PERFORM 4100-READ-ARCHIVE THRU 4100-EXIT.
023400     PERFORM 4200-JUDGE-ONE-ROW THRU 4200-EXIT
023500         UNTIL WS-EOF-YES.
023600     CLOSE PURGARCH-FILE.
023700 4000-EXIT.
023800     EXIT.
023900*----------------------------------------------------------------
024000 4100-READ-ARCHIVE.
024100     READ PURGARCH-FILE
024200         AT END
024300             SET WS-EOF-YES TO TRUE
024400     END-READ.
024500     IF  WS-ARC-STATUS NOT = '00'
024600     AND WS-ARC-STATUS NOT = '10'
024700         DISPLAY 'CIFB544 - PURGARCH I/O ERROR, STATUS '
024800             WS-ARC-STATUS
024900         MOVE 16 TO RETURN-CODE
025000         GOBACK
025100     END-IF.
025200 4100-EXIT.
025300     EXIT.
025400*----------------------------------------------------------------
025500 4200-JUDGE-ONE-ROW.
025600     MOVE 'N' TO WS-MATCH-SW.
025700     PERFORM 4300-MATCH-ONE-REQUEST THRU 4300-EXIT
025800         VARYING WS-RX FROM 1 BY 1
025900         UNTIL WS-RX > WS-REQ-MAX
026000         OR WS-MATCHED.
026100     IF  WS-MATCHED
026200         ADD 1 TO WS-TOTAL-RECALLED
026300         MOVE PURGARCH-RECORD TO RECALLED-RECORD
026400         WRITE RECALLED-RECORD
026500     END-IF.
026600     PERFORM 4100-READ-ARCHIVE THRU 4100-EXIT.
026700 4200-EXIT.
026800     EXIT.
026900*----------------------------------------------------------------
027000 4300-MATCH-ONE-REQUEST.
027100     IF  PRGA-CUST-ID  = WS-RQ-CUST-ID (WS-RX)
027200     AND WS-RQ-ROW-COUNT (WS-RX) > ZERO
027300     AND PRGA-POSITION >= WS-RQ-FIRST-POS (WS-RX)
027400     AND PRGA-POSITION <= WS-RQ-LAST-POS (WS-RX)
027500         SET WS-MATCHED TO TRUE
027600     END-IF.
027700 4300-EXIT.
027800     EXIT.
027900*----------------------------------------------------------------
028000 8000-FINALIZE.
028100     MOVE WS-TOTAL-REQUESTS TO TL-REQUESTS.
028200     MOVE WS-TOTAL-LINE-1 TO RPT628-RECORD.
028300     WRITE RPT628-RECORD.
028400     MOVE WS-TOTAL-NOT-FOUND TO TL-NOT-FOUND.
028500     MOVE WS-TOTAL-LINE-2 TO RPT628-RECORD.
028600     WRITE RPT628-RECORD.
028700     MOVE WS-TOTAL-RECALLED TO TL-RECALLED.
028800     MOVE WS-TOTAL-LINE-3 TO RPT628-RECORD.
028900     WRITE RPT628-RECORD.
029000     CLOSE RECALLED-FILE.
029100     CLOSE RPT628-FILE.
029200 8000-EXIT.
029300     EXIT.
