000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    EDOCU053.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  ARCHIVES A PIECE  *
001500*                      A PROGRAM DELIVERED BY CALLING EDOC050    *
001600*                      ITSELF, ONTO EDOC.CORRARCH WITH ITS       *
001700*                      DELIVERY RESULT, THE SAME ROW EDOCB501    *
001800*                      WRITES FOR THE DIGEST, SO THE NOTICE      *
001900*                      TIMELINESS PROOF (EDOCB505) SEES DIRECT   *
002000*                      AND DIGEST NOTICES ALIKE.                 *
002100*                                                                *
002200******************************************************************
002300 ENVIRONMENT DIVISION.
002400 CONFIGURATION SECTION.
002500 SOURCE-COMPUTER.  IBM-370.
002600 OBJECT-COMPUTER.  IBM-370.
002700 DATA DIVISION.
002800 WORKING-STORAGE SECTION.
002900 01  WS-WORK-FIELDS.
003000     05  WS-RESULT-SW             PIC X(01)   VALUE SPACE.
003100     05  WS-RESULT-TS             PIC X(26)   VALUE SPACE.
003200*----------------------------------------------------------------
003300     COPY EDOCFRET.
003400*----------------------------------------------------------------
003500 LINKAGE SECTION.
003600 COPY EDOCU53P.
003700*----------------------------------------------------------------
003800 PROCEDURE DIVISION USING EDOCU053-PARAMETERS.
003900*
004000 0000-MAINLINE.
004100     MOVE ZERO  TO EDOCU053-ERRORCODE.
004200     MOVE SPACE TO EDOCU053-ERROR-TEXT.
004300     PERFORM 2000-ARCHIVE-PIECE THRU 2000-EXIT.
004400     GOBACK.
004500*----------------------------------------------------------------
004600 2000-ARCHIVE-PIECE.
004700     IF  EDOCU053-FORM-ID = SPACES
004800     OR  EDOCU053-FILE-KEY = SPACES
004900         MOVE +9999 TO EDOCU053-ERRORCODE
005000         MOVE 'ARCHIVE FORM/KEY MISSING'
005100           TO EDOCU053-ERROR-TEXT
005200         GO TO 2000-EXIT
005300     END-IF.
005400*    A PIECE EDOC050 RETURNED NO RESULT FOR IS NOT ATTEMPTED.
005500     MOVE EDOCU053-RESULT-SW TO WS-RESULT-SW.
005600     IF  WS-RESULT-SW = SPACE
005700         MOVE 'P' TO WS-RESULT-SW
005800     END-IF.
005900     MOVE EDOCU053-RESULT-TS TO WS-RESULT-TS.
006000     IF  WS-RESULT-TS = SPACES
006100         MOVE '0001-01-01-00.00.00.000000' TO WS-RESULT-TS
006200     END-IF.
006300     MOVE +24 TO FR-RETAIN-MONTHS.
006400     EXEC SQL
006500         SELECT FR_RETAIN_MONTHS
006600           INTO :FR-RETAIN-MONTHS
006700           FROM EDOC.FORMRET
006800          WHERE FR_FORM_ID = :EDOCU053-FORM-ID
006900     END-EXEC.
007000     IF  SQLCODE NOT = ZERO
007100         MOVE +24 TO FR-RETAIN-MONTHS
007200     END-IF.
007300     EXEC SQL
007400         INSERT INTO EDOC.CORRARCH
007500                (CARC_BANK_NBR, CARC_FILE_ID, CARC_KEY,
007600                 CARC_FORM_ID, CARC_SUBJECT, CARC_PAYLOAD,
007700                 CARC_DEL_METHOD, CARC_SENT_TS,
007800                 CARC_RETAIN_MONTHS, CARC_RESULT,
007900                 CARC_RESULT_TS)
008000         VALUES (:EDOCU053-BANK-NBR, :EDOCU053-FILE-ID,
008100                 :EDOCU053-FILE-KEY, :EDOCU053-FORM-ID,
008200                 :EDOCU053-SUBJECT, :EDOCU053-PAYLOAD,
008300                 :EDOCU053-DEL-METHOD, CURRENT TIMESTAMP,
008400                 :FR-RETAIN-MONTHS, :WS-RESULT-SW,
008500                 :WS-RESULT-TS)
008600     END-EXEC.
008700     IF  SQLCODE NOT = ZERO
008800         MOVE +9999 TO EDOCU053-ERRORCODE
008900         MOVE 'EDOC.CORRARCH INSERT FAILED'
009000           TO EDOCU053-ERROR-TEXT
009100     END-IF.
009200 2000-EXIT.
009300     EXIT.
