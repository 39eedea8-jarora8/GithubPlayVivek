000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    ACMO501.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  CICS INQUIRY OF    *
001500*                      A DEBIT CARD'S CHANGE HISTORY ON          *
001600*                      ACM.CARDJRNL, NEWEST FIRST -- EACH        *
001700*                      STATUS, LIMIT, CARD TYPE AND TX TYPE      *
001800*                      CHANGE WITH ITS BEFORE AND AFTER VALUE,   *
001900*                      SOURCE PROGRAM, USER AND TIME.  A FULL    *
002000*                      SCREEN GIVES THE TIMESTAMP TO KEY FOR     *
002100*                      THE NEXT, OLDER PAGE.                     *
002200*                                                                *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.  IBM-370.
002700 OBJECT-COMPUTER.  IBM-370.
002800 DATA DIVISION.
002900 WORKING-STORAGE SECTION.
003000 01  WS-SWITCHES.
003100     05  WS-JRNL-EOF-SW          PIC X       VALUE 'N'.
003200         88  WS-JRNL-EOF-YES             VALUE 'Y'.
003300 01  WS-WORK-FIELDS.
003400     05  WS-LINE-SUB             PIC S9(4)   COMP  VALUE +0.
003500     05  WS-INPUT-LEN            PIC S9(4)   COMP  VALUE +53.
003600     05  WS-OUTPUT-LEN           PIC S9(4)   COMP  VALUE +1680.
003700     05  WS-START-TS             PIC X(26).
003800     05  WS-LAST-TS              PIC X(26).
003900*    TRANSACTION INPUT AS KEYED BY THE OPERATOR -- FUNCTION,
004000*    THE CARD, AND FOR A LATER PAGE THE TIMESTAMP TO LIST FROM.
004100 01  WS-TRAN-INPUT.
004200     05  WS-IN-TRANID            PIC X(04).
004300     05  WS-IN-FUNCTION          PIC X(01).
004400         88  WS-FUNC-INQUIRY             VALUE 'I'.
004500     05  WS-IN-BANK-NBR          PIC 9(03).
004600     05  WS-IN-CARD-NBR          PIC X(19).
004700     05  WS-IN-START-TS          PIC X(26).
004800*    UP TO 20 DISPLAY LINES GO BACK TO THE TERMINAL.
004900 01  WS-TRAN-OUTPUT.
005000     05  WS-OUT-STATUS-LINE      PIC X(80).
005100     05  WS-OUT-LINE             PIC X(80)   OCCURS 20 TIMES.
005200 01  WS-OUT-DETAIL.
005300     05  WS-OD-TIMESTAMP         PIC X(19).
005400     05  FILLER                  PIC X(01)   VALUE SPACE.
005500     05  WS-OD-FIELD             PIC X(08).
005600     05  FILLER                  PIC X(01)   VALUE SPACE.
005700     05  WS-OD-BEFORE            PIC X(10).
005800     05  FILLER                  PIC X(01)   VALUE SPACE.
005900     05  WS-OD-AFTER             PIC X(10).
006000     05  FILLER                  PIC X(01)   VALUE SPACE.
006100     05  WS-OD-SOURCE-PROG       PIC X(08).
006200     05  FILLER                  PIC X(01)   VALUE SPACE.
006300     05  WS-OD-USER-ID           PIC X(08).
006400     05  FILLER                  PIC X(12)   VALUE SPACE.
006500 01  WS-OUT-MORE.
006600     05  FILLER                  PIC X(40)   VALUE
006700         'ACMO501 - MORE HISTORY -- KEY FROM TS '.
006800     05  WS-OM-LAST-TS           PIC X(26).
006900     05  FILLER                  PIC X(14)   VALUE SPACE.
007000*----------------------------------------------------------------
007100     COPY ACMCJRNL.
007200*----------------------------------------------------------------
007300 PROCEDURE DIVISION.
007400*
007500 0000-MAINLINE.
007600     MOVE LOW-VALUES TO WS-TRAN-INPUT.
007700     EXEC CICS RECEIVE
007800         INTO (WS-TRAN-INPUT)
007900         LENGTH (WS-INPUT-LEN)
008000         NOHANDLE
008100     END-EXEC.
008200     MOVE SPACES TO WS-TRAN-OUTPUT.
008300     MOVE ZERO   TO WS-LINE-SUB.
008400     EVALUATE TRUE
008500         WHEN WS-FUNC-INQUIRY
008600             PERFORM 2000-INQUIRY THRU 2000-EXIT
008700         WHEN OTHER
008800             MOVE 'ACMO501 - FUNCTION MUST BE I'
008900               TO WS-OUT-STATUS-LINE
009000     END-EVALUATE.
009100     PERFORM 8000-SEND-AND-RETURN THRU 8000-EXIT.
009200     GOBACK.
009300*----------------------------------------------------------------
009400 2000-INQUIRY.
009500*    NO START TIMESTAMP KEYED IS THE FIRST PAGE -- EVERYTHING.
009600*    A LATER PAGE LISTS WHAT IS OLDER THAN THE LAST LINE SHOWN.
009700     IF  WS-IN-START-TS = SPACES
009800     OR  WS-IN-START-TS = LOW-VALUES
009900         MOVE '9999-12-31-23.59.59.999999' TO WS-START-TS
010000     ELSE
010100         MOVE WS-IN-START-TS TO WS-START-TS
010200     END-IF.
010300     MOVE 'N' TO WS-JRNL-EOF-SW.
010400     EXEC SQL
010500         DECLARE CSRO501 CURSOR FOR
010600         SELECT CJ_TIMESTAMP, CJ_FIELD, CJ_BEFORE, CJ_AFTER,
010700                CJ_SOURCE_PROG, CJ_USER_ID
010800           FROM ACM.CARDJRNL
010900          WHERE CJ_BANK_NBR  = :WS-IN-BANK-NBR
011000            AND CJ_CARD_NBR  = :WS-IN-CARD-NBR
011100            AND CJ_TIMESTAMP < :WS-START-TS
011200          ORDER BY CJ_TIMESTAMP DESC, CJ_FIELD
011300     END-EXEC.
011400     EXEC SQL OPEN CSRO501 END-EXEC.
011500     PERFORM 2100-FETCH-JOURNAL THRU 2100-EXIT.
011600     PERFORM 2200-LIST-ONE-CHANGE THRU 2200-EXIT
011700         UNTIL WS-JRNL-EOF-YES
011800         OR WS-LINE-SUB >= 20.
011900     EXEC SQL CLOSE CSRO501 END-EXEC.
012000     IF  WS-LINE-SUB = ZERO
012100         MOVE 'ACMO501 - NO CHANGE HISTORY ON FILE FOR CARD'
012200           TO WS-OUT-STATUS-LINE
012300         GO TO 2000-EXIT
012400     END-IF.
012500*    A FULL SCREEN WITH ROWS LEFT OVER HANDS BACK THE TIMESTAMP
012600*    TO KEY FOR THE NEXT PAGE.  THE FIELDS OF ONE CHANGE SHARE
012700*    A TIMESTAMP, SO THE PAGE ENDS ON A WHOLE CHANGE.
012800     IF  WS-JRNL-EOF-YES
012900         MOVE 'ACMO501 - INQUIRY COMPLETE'
013000           TO WS-OUT-STATUS-LINE
013100     ELSE
013200         MOVE WS-LAST-TS      TO WS-OM-LAST-TS
013300         MOVE WS-OUT-MORE     TO WS-OUT-STATUS-LINE
013400     END-IF.
013500 2000-EXIT.
013600     EXIT.
013700*----------------------------------------------------------------
013800 2100-FETCH-JOURNAL.
013900     EXEC SQL
014000         FETCH CSRO501
014100          INTO :CJ-TIMESTAMP, :CJ-FIELD, :CJ-BEFORE, :CJ-AFTER,
014200               :CJ-SOURCE-PROG, :CJ-USER-ID
014300     END-EXEC.
014400     IF  SQLCODE NOT = ZERO
014500         SET WS-JRNL-EOF-YES TO TRUE
014600     END-IF.
014700 2100-EXIT.
014800     EXIT.
014900*----------------------------------------------------------------
015000 2200-LIST-ONE-CHANGE.
015100*    A CHANGE IS NOT SPLIT ACROSS PAGES -- WHEN THE SCREEN IS
015200*    NEARLY FULL AND A NEW TIMESTAMP STARTS, THE PAGE STOPS.
015300     IF  WS-LINE-SUB > 14
015400     AND CJ-TIMESTAMP NOT = WS-LAST-TS
015500         MOVE 20 TO WS-LINE-SUB
015600         GO TO 2200-EXIT
015700     END-IF.
015800     ADD 1 TO WS-LINE-SUB.
015900     MOVE CJ-TIMESTAMP (1:19) TO WS-OD-TIMESTAMP.
016000     MOVE CJ-FIELD            TO WS-OD-FIELD.
016100     MOVE CJ-BEFORE           TO WS-OD-BEFORE.
016200     MOVE CJ-AFTER            TO WS-OD-AFTER.
016300     MOVE CJ-SOURCE-PROG      TO WS-OD-SOURCE-PROG.
016400     MOVE CJ-USER-ID          TO WS-OD-USER-ID.
016500     MOVE WS-OUT-DETAIL       TO WS-OUT-LINE (WS-LINE-SUB).
016600     MOVE CJ-TIMESTAMP        TO WS-LAST-TS.
016700     PERFORM 2100-FETCH-JOURNAL THRU 2100-EXIT.
016800 2200-EXIT.
016900     EXIT.
017000*----------------------------------------------------------------
017100 8000-SEND-AND-RETURN.
017200     EXEC CICS SEND
017300         FROM (WS-TRAN-OUTPUT)
017400         LENGTH (WS-OUTPUT-LEN)
017500         ERASE
017600         NOHANDLE
017700     END-EXEC.
017800     EXEC CICS RETURN
017900     END-EXEC.
018000 8000-EXIT.
018100     EXIT.
