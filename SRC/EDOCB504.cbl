000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    EDOCB504.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  DAILY LOAD OF THE *
001500*                      SMS GATEWAY'S STOP/START REPLY FILE AND   *
001600*                      THE E-MAIL PROVIDER'S UNSUBSCRIBE AND     *
001700*                      SPAM-COMPLAINT FILE.  EACH EVENT IS       *
001800*                      LOGGED ON EDOC.CONSENTEV AS CONSENT       *
001900*                      EVIDENCE, MARKS EVERY EDOC.NOTIFPREF ROW  *
002000*                      CARRYING THE NUMBER OR ADDRESS OPTED OUT  *
002100*                      (OR BACK IN), AND SETS THE ADDRESS'S      *
002200*                      STATE ON EDOC.CHNLOPT, WHICH COVERS THE   *
002300*                      CIF CUSTOMER PHONE FIELDS.  MARKETING     *
002400*                      STOPS AT AN OPTED-OUT CHANNEL; NOTICES    *
002500*                      GO BY NPRF-FALLBACK-METHOD (EDOCU051).    *
002600*                      THE REPORT LISTS THE REJECTED EVENTS AND  *
002700*                      THE DEBIT CARD HOLDERS WHOSE FRAUD-ALERT  *
002800*                      CELL PHONE IS OPTED OUT.                  *
002900*                                                                *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
003300 SOURCE-COMPUTER.  IBM-370.
003400 OBJECT-COMPUTER.  IBM-370.
003500 INPUT-OUTPUT SECTION.
003600 FILE-CONTROL.
003700     SELECT SMSOPT-FILE ASSIGN TO SMSOPT
003800         ORGANIZATION IS SEQUENTIAL.
003900     SELECT EMLOPT-FILE ASSIGN TO EMLOPT
004000         ORGANIZATION IS SEQUENTIAL.
004100     SELECT RPT679-FILE ASSIGN TO RPT679
004200         ORGANIZATION IS LINE SEQUENTIAL.
004300 DATA DIVISION.
004400 FILE SECTION.
004500*    SMS GATEWAY REPLY FILE -- ONE RECORD PER STOP OR START
004600*    REPLY, THE NUMBER AS THE CARRIER SENT IT.
004700 FD  SMSOPT-FILE
004800     RECORDING MODE F.
004900 01  SMSOPT-RECORD.
005000     05  SMS-PHONE               PIC X(15).
005100     05  SMS-KEYWORD             PIC X(12).
005200     05  SMS-EVENT-TS            PIC X(26).
005300     05  SMS-SHORT-CODE          PIC X(08).
005400     05  FILLER                  PIC X(19).
005500*    E-MAIL PROVIDER FILE -- UNSUBSCRIBE CLICKS, SPAM (ABUSE)
005600*    COMPLAINTS AND RESUBSCRIBES.
005700 FD  EMLOPT-FILE
005800     RECORDING MODE F.
005900 01  EMLOPT-RECORD.
006000     05  EML-ADDRESS             PIC X(70).
006100     05  EML-EVENT-TYPE          PIC X(12).
006200     05  EML-EVENT-TS            PIC X(26).
006300     05  EML-CAMPAIGN            PIC X(20).
006400     05  FILLER                  PIC X(22).
006500 FD  RPT679-FILE
006600     RECORDING MODE F.
006700 01  RPT679-RECORD               PIC X(132).
006800*----------------------------------------------------------------
006900 WORKING-STORAGE SECTION.
007000 01  WS-SWITCHES.
007100     05  WS-EOF-SW                PIC X       VALUE 'N'.
007200         88  WS-EOF-YES                   VALUE 'Y'.
007300     05  WS-REJECT-SW             PIC X       VALUE 'N'.
007400         88  WS-REJECT                    VALUE 'Y'.
007500 01  WS-WORK-FIELDS.
007600     05  WS-SUB                   PIC S9(4)   COMP  VALUE +0.
007700     05  WS-DX                    PIC S9(4)   COMP  VALUE +0.
007800     05  WS-AT-COUNT              PIC S9(4)   COMP  VALUE +0.
007900     05  WS-ROW-COUNT             PIC S9(9)   COMP  VALUE +0.
008000     05  WS-CIF-COUNT             PIC S9(9)   COMP  VALUE +0.
008100     05  WS-NON-COUNT             PIC S9(9)   COMP  VALUE +0.
008200     05  WS-PRIOR-TS              PIC X(26)   VALUE SPACE.
008300     05  WS-LOAD-TS               PIC X(26)   VALUE SPACE.
008400     05  WS-REASON                PIC X(30)   VALUE SPACE.
008500     05  WS-TOTAL-SMS-READ        PIC S9(7)   COMP  VALUE ZERO.
008600     05  WS-TOTAL-EML-READ        PIC S9(7)   COMP  VALUE ZERO.
008700     05  WS-TOTAL-REJECTED        PIC S9(7)   COMP  VALUE ZERO.
008800     05  WS-TOTAL-DUPLICATE       PIC S9(7)   COMP  VALUE ZERO.
008900     05  WS-TOTAL-LOGGED          PIC S9(7)   COMP  VALUE ZERO.
009000     05  WS-TOTAL-OPT-OUT         PIC S9(7)   COMP  VALUE ZERO.
009100     05  WS-TOTAL-OPT-IN          PIC S9(7)   COMP  VALUE ZERO.
009200     05  WS-TOTAL-PREF-ROWS       PIC S9(7)   COMP  VALUE ZERO.
009300     05  WS-TOTAL-CIF-ROWS        PIC S9(7)   COMP  VALUE ZERO.
009400     05  WS-TOTAL-UNMATCHED       PIC S9(7)   COMP  VALUE ZERO.
009500     05  WS-TOTAL-ALERT-CUST      PIC S9(7)   COMP  VALUE ZERO.
009600     05  WS-TOTAL-NO-OTHER        PIC S9(7)   COMP  VALUE ZERO.
009700*    THE EVENT BEING APPLIED, FROM EITHER FILE.  THE THREE
009800*    MATCH FORMS ARE HOW A NUMBER MAY SIT IN NPRF-DEL-DATA
009900*    (10 DIGITS, 1 + 10, +1 + 10); FOR E-MAIL ALL THREE ARE
010000*    THE UPPER-CASE ADDRESS.
010100 01  WS-EVENT.
010200     05  WS-EV-CHANNEL            PIC X(01)   VALUE SPACE.
010300         88  WS-EV-SMS                    VALUE 'S'.
010400         88  WS-EV-EMAIL                  VALUE 'E'.
010500     05  WS-EV-CODE               PIC X(01)   VALUE SPACE.
010600         88  WS-EV-OPT-IN                 VALUE 'R'.
010700     05  WS-EV-OPTOUT-IND         PIC X(01)   VALUE SPACE.
010800     05  WS-EV-STATUS             PIC X(01)   VALUE SPACE.
010900     05  WS-EV-METHOD             PIC S9(3)   COMP-3 VALUE +0.
011000     05  WS-EV-ADDRESS            PIC X(70)   VALUE SPACE.
011100     05  WS-EV-PHONE              PIC S9(11)  COMP-3 VALUE +0.
011200     05  WS-EV-KEYWORD            PIC X(12)   VALUE SPACE.
011300     05  WS-EV-SOURCE             PIC X(08)   VALUE SPACE.
011400     05  WS-EV-CAMPAIGN           PIC X(20)   VALUE SPACE.
011500     05  WS-EV-TS                 PIC X(26)   VALUE SPACE.
011600     05  WS-MATCH-1               PIC X(70)   VALUE SPACE.
011700     05  WS-MATCH-2               PIC X(70)   VALUE SPACE.
011800     05  WS-MATCH-3               PIC X(70)   VALUE SPACE.
011900*    PHONE NORMALIZATION -- THE DIGITS OF SMS-PHONE, IN ORDER.
012000 01  WS-DIGITS                    PIC X(15)   VALUE SPACE.
012100 01  WS-DIGIT-CHARS REDEFINES WS-DIGITS.
012200     05  WS-DIGIT                 PIC X(01)   OCCURS 15 TIMES.
012300 01  WS-RAW-PHONE                 PIC X(15)   VALUE SPACE.
012400 01  WS-RAW-CHARS REDEFINES WS-RAW-PHONE.
012500     05  WS-RAW-CHAR              PIC X(01)   OCCURS 15 TIMES.
012600 01  WS-PHONE-10                  PIC X(10)   VALUE SPACE.
012700 01  WS-PHONE-10-N REDEFINES WS-PHONE-10
012800                                  PIC 9(10).
012900 01  WS-LOWER-CASE                PIC X(26)   VALUE
013000     'abcdefghijklmnopqrstuvwxyz'.
013100 01  WS-UPPER-CASE                PIC X(26)   VALUE
013200     'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
013300*    THE FRAUD-ALERT CUSTOMER BEING LISTED.
013400 01  WS-ALERT-ROW.
013500     05  WS-AL-BANK-NBR           PIC S9(3)   COMP-3 VALUE +0.
013600     05  WS-AL-CUST-ID            PIC S9(9)   COMP-3 VALUE +0.
013700     05  WS-AL-CUST-TYPE          PIC X(01)   VALUE SPACE.
013800     05  WS-AL-CUST-NAME          PIC X(40)   VALUE SPACE.
013900     05  WS-AL-CELL-PHONE         PIC S9(11)  COMP-3 VALUE +0.
014000     05  WS-AL-OTHER-PHONE        PIC S9(11)  COMP-3 VALUE +0.
014100     05  WS-AL-OPTOUT-TS          PIC X(26)   VALUE SPACE.
014200*----------------------------------------------------------------
014300     COPY EDOCPREF.
014400*----------------------------------------------------------------
014500     COPY EDOCCHOP.
014600*----------------------------------------------------------------
014700     COPY EDOCCEV.
014800*----------------------------------------------------------------
014900 01  WS-HEADING-1.
015000     05  FILLER  PIC X(132) VALUE
015100       'EDOCB504  SMS AND E-MAIL OPT-OUT LOAD'.
015200 01  WS-HEADING-2.
015300     05  FILLER  PIC X(132) VALUE
015400       'REJECTED GATEWAY EVENTS'.
015500 01  WS-HEADING-3.
015600     05  FILLER  PIC X(48)  VALUE
015700       'SOURCE   ADDRESS                                '.
015800     05  FILLER  PIC X(48)  VALUE
015900       '  KEYWORD      REASON                           '.
016000     05  FILLER  PIC X(36)  VALUE SPACE.
016100 01  WS-HEADING-4.
016200     05  FILLER  PIC X(132) VALUE
016300       'FRAUD-ALERT CELL PHONES OPTED OUT OF SMS'.
016400 01  WS-HEADING-5.
016500     05  FILLER  PIC X(48)  VALUE
016600       'BNK  CUST ID   T NAME                           '.
016700     05  FILLER  PIC X(48)  VALUE
016800       '          CELL PHONE   OPTED OUT   OTHER PHONE  '.
016900     05  FILLER  PIC X(36)  VALUE SPACE.
017000 01  WS-EXCEPTION-LINE.
017100     05  EL-SOURCE                PIC X(08).
017200     05  FILLER                   PIC X(01)   VALUE SPACE.
017300     05  EL-ADDRESS               PIC X(40).
017400     05  FILLER                   PIC X(01)   VALUE SPACE.
017500     05  EL-KEYWORD               PIC X(12).
017600     05  FILLER                   PIC X(01)   VALUE SPACE.
017700     05  EL-REASON                PIC X(30).
017800     05  FILLER                   PIC X(39)   VALUE SPACE.
017900 01  WS-ALERT-LINE.
018000     05  AL-BANK-NBR              PIC 9(03).
018100     05  FILLER                   PIC X(02)   VALUE SPACE.
018200     05  AL-CUST-ID               PIC 9(09).
018300     05  FILLER                   PIC X(01)   VALUE SPACE.
018400     05  AL-CUST-TYPE             PIC X(01).
018500     05  FILLER                   PIC X(01)   VALUE SPACE.
018600     05  AL-CUST-NAME             PIC X(40).
018700     05  FILLER                   PIC X(01)   VALUE SPACE.
018800     05  AL-CELL-PHONE            PIC 9(11).
018900     05  FILLER                   PIC X(02)   VALUE SPACE.
019000     05  AL-OPTOUT-DATE           PIC X(10).
019100     05  FILLER                   PIC X(02)   VALUE SPACE.
019200     05  AL-OTHER-PHONE           PIC X(22).
019300     05  FILLER                   PIC X(27)   VALUE SPACE.
019400 01  WS-TOTAL-LINE.
019500     05  TL-LABEL                 PIC X(26).
019600     05  TL-COUNT                 PIC ZZZ,ZZ9.
019700     05  FILLER                   PIC X(99)   VALUE SPACE.
019800*----------------------------------------------------------------
019900 LINKAGE SECTION.
020000 01  EDOCB504-PARM.
020100*    THE EDOC050 DELIVERY METHODS THAT SEND BY TEXT MESSAGE
020200*    AND BY E-MAIL -- THE NOTIFPREF ROWS THE EVENTS APPLY TO.
020300     05  EDOCB504-SMS-METHOD       PIC 9(03).
020400     05  EDOCB504-EMAIL-METHOD     PIC 9(03).
020500*----------------------------------------------------------------
020600 PROCEDURE DIVISION USING EDOCB504-PARM.
020700*
020800 0000-MAINLINE.
020900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
021000     PERFORM 2000-PROCESS-SMS THRU 2000-EXIT
021100         UNTIL WS-EOF-YES.
021200     MOVE 'N' TO WS-EOF-SW.
021300     PERFORM 3100-READ-EMLOPT THRU 3100-EXIT.
021400     PERFORM 3000-PROCESS-EMAIL THRU 3000-EXIT
021500         UNTIL WS-EOF-YES.
021600     PERFORM 6000-LIST-FRAUD-ALERT THRU 6000-EXIT.
021700     PERFORM 8000-FINALIZE THRU 8000-EXIT.
021800     GOBACK.
021900*----------------------------------------------------------------
022000 1000-INITIALIZE.
022100     IF  EDOCB504-SMS-METHOD = ZERO
022200     OR  EDOCB504-EMAIL-METHOD = ZERO
022300         DISPLAY 'EDOCB504 - SMS OR E-MAIL METHOD NOT GIVEN'
022400         MOVE 16 TO RETURN-CODE
022500         GOBACK
022600     END-IF.
022700     EXEC SQL
022800         SET :WS-LOAD-TS = CURRENT TIMESTAMP
022900     END-EXEC.
023000     OPEN INPUT  SMSOPT-FILE.
023100     OPEN INPUT  EMLOPT-FILE.
023200     OPEN OUTPUT RPT679-FILE.
023300     MOVE WS-HEADING-1 TO RPT679-RECORD.
023400     WRITE RPT679-RECORD.
023500     MOVE SPACES       TO RPT679-RECORD.
023600     WRITE RPT679-RECORD.
023700     MOVE WS-HEADING-2 TO RPT679-RECORD.
023800     WRITE RPT679-RECORD.
023900     MOVE WS-HEADING-3 TO RPT679-RECORD.
024000     WRITE RPT679-RECORD.
024100     PERFORM 2100-READ-SMSOPT THRU 2100-EXIT.
024200 1000-EXIT.
024300     EXIT.
024400*----------------------------------------------------------------
024500 2000-PROCESS-SMS.
024600*    ONE TEXT-MESSAGE REPLY.  THE CARRIER'S STANDARD OPT-OUT
024700*    WORDS STOP THE NUMBER; START, UNSTOP AND YES RESTORE IT.
024800     MOVE 'N'              TO WS-REJECT-SW.
024900     MOVE 'S'              TO WS-EV-CHANNEL.
025000     MOVE 'SMSGATE '       TO WS-EV-SOURCE.
025100     MOVE SMS-KEYWORD      TO WS-EV-KEYWORD.
025200     INSPECT WS-EV-KEYWORD
025300         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
025400     MOVE SMS-SHORT-CODE   TO WS-EV-CAMPAIGN.
025500     MOVE SMS-EVENT-TS     TO WS-EV-TS.
025600     MOVE EDOCB504-SMS-METHOD TO WS-EV-METHOD.
025700     EVALUATE WS-EV-KEYWORD
025800         WHEN 'STOP'
025900         WHEN 'STOPALL'
026000         WHEN 'UNSUBSCRIBE'
026100         WHEN 'CANCEL'
026200         WHEN 'END'
026300         WHEN 'QUIT'
026400             MOVE 'S' TO WS-EV-CODE
026500         WHEN 'START'
026600         WHEN 'UNSTOP'
026700         WHEN 'YES'
026800             MOVE 'R' TO WS-EV-CODE
026900         WHEN OTHER
027000             MOVE 'KEYWORD NOT RECOGNIZED' TO WS-REASON
027100             SET WS-REJECT TO TRUE
027200     END-EVALUATE.
027300     PERFORM 2200-NORMALIZE-PHONE THRU 2200-EXIT.
027400     IF  WS-EV-TS = SPACES
027500     AND NOT WS-REJECT
027600         MOVE 'NO EVENT TIME' TO WS-REASON
027700         SET WS-REJECT TO TRUE
027800     END-IF.
027900     IF  WS-REJECT
028000         MOVE SMS-PHONE TO WS-EV-ADDRESS
028100         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
028200     ELSE
028300         PERFORM 4000-APPLY-EVENT THRU 4000-EXIT
028400     END-IF.
028500     PERFORM 2100-READ-SMSOPT THRU 2100-EXIT.
028600 2000-EXIT.
028700     EXIT.
028800*----------------------------------------------------------------
028900 2100-READ-SMSOPT.
029000     READ SMSOPT-FILE
029100         AT END
029200             SET WS-EOF-YES TO TRUE
029300             GO TO 2100-EXIT
029400     END-READ.
029500     ADD 1 TO WS-TOTAL-SMS-READ.
029600 2100-EXIT.
029700     EXIT.
029800*----------------------------------------------------------------
029900 2200-NORMALIZE-PHONE.
030000*    KEEP THE DIGITS, DROP A LEADING COUNTRY CODE 1 -- WHAT
030100*    REMAINS MUST BE A 10-DIGIT NUMBER.
030200     MOVE SMS-PHONE TO WS-RAW-PHONE.
030300     MOVE SPACES    TO WS-DIGITS.
030400     MOVE ZERO      TO WS-DX.
030500     PERFORM 2210-KEEP-DIGIT THRU 2210-EXIT
030600         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 15.
030700     IF  WS-DX = 11
030800     AND WS-DIGIT (1) = '1'
030900         MOVE WS-DIGITS (2:10) TO WS-PHONE-10
031000     ELSE
031100         IF  WS-DX = 10
031200             MOVE WS-DIGITS (1:10) TO WS-PHONE-10
031300         ELSE
031400             IF  NOT WS-REJECT
031500                 MOVE 'PHONE NOT 10 DIGITS' TO WS-REASON
031600                 SET WS-REJECT TO TRUE
031700             END-IF
031800             GO TO 2200-EXIT
031900         END-IF
032000     END-IF.
032100     MOVE SPACES         TO WS-EV-ADDRESS.
032200     MOVE WS-PHONE-10    TO WS-EV-ADDRESS.
032300     MOVE WS-PHONE-10-N  TO WS-EV-PHONE.
032400     MOVE WS-EV-ADDRESS  TO WS-MATCH-1.
032500     MOVE SPACES         TO WS-MATCH-2.
032600     MOVE SPACES         TO WS-MATCH-3.
032700     STRING '1'  WS-PHONE-10 DELIMITED BY SIZE INTO WS-MATCH-2.
032800     STRING '+1' WS-PHONE-10 DELIMITED BY SIZE INTO WS-MATCH-3.
032900 2200-EXIT.
033000     EXIT.
033100*----------------------------------------------------------------
033200 2210-KEEP-DIGIT.
033300     IF  WS-RAW-CHAR (WS-SUB) NUMERIC
033400         ADD 1 TO WS-DX
033500         IF  WS-DX NOT > 15
033600             MOVE WS-RAW-CHAR (WS-SUB) TO WS-DIGIT (WS-DX)
033700         END-IF
033800     END-IF.
033900 2210-EXIT.
034000     EXIT.
034100*----------------------------------------------------------------
034200 3000-PROCESS-EMAIL.
034300*    ONE E-MAIL EVENT.  A SPAM COMPLAINT IS AN OPT-OUT AS MUCH
034400*    AS AN UNSUBSCRIBE CLICK; RESUBSCRIBE RESTORES THE ADDRESS.
034500     MOVE 'N'              TO WS-REJECT-SW.
034600     MOVE 'E'              TO WS-EV-CHANNEL.
034700     MOVE 'EMAILSP '       TO WS-EV-SOURCE.
034800     MOVE EML-EVENT-TYPE   TO WS-EV-KEYWORD.
034900     INSPECT WS-EV-KEYWORD
035000         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
035100     MOVE EML-CAMPAIGN     TO WS-EV-CAMPAIGN.
035200     MOVE EML-EVENT-TS     TO WS-EV-TS.
035300     MOVE EDOCB504-EMAIL-METHOD TO WS-EV-METHOD.
035400     MOVE ZERO             TO WS-EV-PHONE.
035500     MOVE EML-ADDRESS      TO WS-EV-ADDRESS.
035600     INSPECT WS-EV-ADDRESS
035700         CONVERTING WS-LOWER-CASE TO WS-UPPER-CASE.
035800     EVALUATE WS-EV-KEYWORD
035900         WHEN 'UNSUBSCRIBE'
036000             MOVE 'U' TO WS-EV-CODE
036100         WHEN 'COMPLAINT'
036200         WHEN 'ABUSE'
036300         WHEN 'SPAM'
036400             MOVE 'C' TO WS-EV-CODE
036500         WHEN 'RESUBSCRIBE'
036600         WHEN 'SUBSCRIBE'
036700             MOVE 'R' TO WS-EV-CODE
036800         WHEN OTHER
036900             MOVE 'EVENT TYPE NOT RECOGNIZED' TO WS-REASON
037000             SET WS-REJECT TO TRUE
037100     END-EVALUATE.
037200     MOVE ZERO TO WS-AT-COUNT.
037300     INSPECT WS-EV-ADDRESS TALLYING WS-AT-COUNT FOR ALL '@'.
037400     IF  WS-AT-COUNT NOT = 1
037500     AND NOT WS-REJECT
037600         MOVE 'E-MAIL ADDRESS NOT VALID' TO WS-REASON
037700         SET WS-REJECT TO TRUE
037800     END-IF.
037900     IF  WS-EV-TS = SPACES
038000     AND NOT WS-REJECT
038100         MOVE 'NO EVENT TIME' TO WS-REASON
038200         SET WS-REJECT TO TRUE
038300     END-IF.
038400     IF  WS-REJECT
038500         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
038600     ELSE
038700         MOVE WS-EV-ADDRESS TO WS-MATCH-1
038800         MOVE WS-EV-ADDRESS TO WS-MATCH-2
038900         MOVE WS-EV-ADDRESS TO WS-MATCH-3
039000         PERFORM 4000-APPLY-EVENT THRU 4000-EXIT
039100     END-IF.
039200     PERFORM 3100-READ-EMLOPT THRU 3100-EXIT.
039300 3000-EXIT.
039400     EXIT.
039500*----------------------------------------------------------------
039600 3100-READ-EMLOPT.
039700     READ EMLOPT-FILE
039800         AT END
039900             SET WS-EOF-YES TO TRUE
040000             GO TO 3100-EXIT
040100     END-READ.
040200     ADD 1 TO WS-TOTAL-EML-READ.
040300 3100-EXIT.
040400     EXIT.
040500*----------------------------------------------------------------
040600 4000-APPLY-EVENT.
040700*    AN EVENT ALREADY ON THE LOG CAME IN ON AN EARLIER FILE --
040800*    THE GATEWAYS RESEND, AND IT IS APPLIED ONCE.
040900     EXEC SQL
041000         SELECT COUNT(*)
041100           INTO :WS-ROW-COUNT
041200           FROM EDOC.CONSENTEV
041300          WHERE CEV_CHANNEL  = :WS-EV-CHANNEL
041400            AND CEV_ADDRESS  = :WS-EV-ADDRESS
041500            AND CEV_EVENT_TS = :WS-EV-TS
041600     END-EXEC.
041700     IF  SQLCODE NOT = ZERO
041800         MOVE 'EVENT TIME NOT VALID' TO WS-REASON
041900         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
042000         GO TO 4000-EXIT
042100     END-IF.
042200     IF  WS-ROW-COUNT > ZERO
042300         ADD 1 TO WS-TOTAL-DUPLICATE
042400         GO TO 4000-EXIT
042500     END-IF.
042600     IF  WS-EV-OPT-IN
042700         MOVE 'N' TO WS-EV-OPTOUT-IND
042800         MOVE 'I' TO WS-EV-STATUS
042900     ELSE
043000         MOVE 'Y' TO WS-EV-OPTOUT-IND
043100         MOVE 'O' TO WS-EV-STATUS
043200     END-IF.
043300     PERFORM 4100-MARK-NOTIFPREF THRU 4100-EXIT.
043400     IF  WS-REJECT
043500         GO TO 4000-EXIT
043600     END-IF.
043700     PERFORM 4200-COUNT-CIF THRU 4200-EXIT.
043800     PERFORM 4300-LOG-EVENT THRU 4300-EXIT.
043900     IF  WS-REJECT
044000         GO TO 4000-EXIT
044100     END-IF.
044200     PERFORM 4400-SET-CHNLOPT THRU 4400-EXIT.
044300     ADD 1 TO WS-TOTAL-LOGGED.
044400     IF  WS-EV-OPT-IN
044500         ADD 1 TO WS-TOTAL-OPT-IN
044600     ELSE
044700         ADD 1 TO WS-TOTAL-OPT-OUT
044800     END-IF.
044900     ADD WS-ROW-COUNT TO WS-TOTAL-PREF-ROWS.
045000     ADD WS-CIF-COUNT TO WS-TOTAL-CIF-ROWS.
045100     IF  WS-ROW-COUNT = ZERO
045200     AND WS-CIF-COUNT = ZERO
045300         ADD 1 TO WS-TOTAL-UNMATCHED
045400     END-IF.
045500 4000-EXIT.
045600     EXIT.
045700*----------------------------------------------------------------
045800 4100-MARK-NOTIFPREF.
045900*    EVERY PREFERENCE ROW THAT SENDS THIS CHANNEL TO THIS
046000*    NUMBER OR ADDRESS.  A ROW ALREADY CARRYING A LATER EVENT
046100*    KEEPS IT, SO FILES LOADED OUT OF ORDER SETTLE CORRECTLY.
046200     EXEC SQL
046300         SELECT COUNT(*)
046400           INTO :WS-ROW-COUNT
046500           FROM EDOC.NOTIFPREF
046600          WHERE NPRF_METHOD = :WS-EV-METHOD
046700            AND UPPER(NPRF_DEL_DATA)
046800                IN (:WS-MATCH-1, :WS-MATCH-2, :WS-MATCH-3)
046900     END-EXEC.
047000     IF  SQLCODE NOT = ZERO
047100         MOVE 'EDOC.NOTIFPREF SELECT FAILED' TO WS-REASON
047200         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
047300         GO TO 4100-EXIT
047400     END-IF.
047500     IF  WS-ROW-COUNT = ZERO
047600         GO TO 4100-EXIT
047700     END-IF.
047800     EXEC SQL
047900         UPDATE EDOC.NOTIFPREF
048000            SET NPRF_OPTOUT_IND = :WS-EV-OPTOUT-IND,
048100                NPRF_OPTOUT_TS  = :WS-EV-TS
048200          WHERE NPRF_METHOD = :WS-EV-METHOD
048300            AND UPPER(NPRF_DEL_DATA)
048400                IN (:WS-MATCH-1, :WS-MATCH-2, :WS-MATCH-3)
048500            AND NPRF_OPTOUT_TS < :WS-EV-TS
048600     END-EXEC.
048700     IF  SQLCODE NOT = ZERO
048800     AND SQLCODE NOT = +100
048900         MOVE 'EDOC.NOTIFPREF UPDATE FAILED' TO WS-REASON
049000         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
049100     END-IF.
049200 4100-EXIT.
049300     EXIT.
049400*----------------------------------------------------------------
049500 4200-COUNT-CIF.
049600*    CIF CUSTOMERS WITH THE NUMBER IN ANY PHONE FIELD.  THOSE
049700*    FIELDS HAVE NO CONSENT FLAG -- EDOC.CHNLOPT IS WHERE A
049800*    SENDER FINDS THE NUMBER OPTED OUT.  E-MAIL IS NOT HELD
049900*    ON CIF.
050000     MOVE ZERO TO WS-CIF-COUNT.
050100     IF  NOT WS-EV-SMS
050200         GO TO 4200-EXIT
050300     END-IF.
050400     EXEC SQL
050500         SELECT COUNT(*)
050600           INTO :WS-CIF-COUNT
050700           FROM CIF.CUSTIND
050800          WHERE CUSTI_HOME_PHONE = :WS-EV-PHONE
050900             OR CUSTI_BUS_PHONE  = :WS-EV-PHONE
051000             OR CUSTI_CELL_PHONE = :WS-EV-PHONE
051100     END-EXEC.
051200     IF  SQLCODE NOT = ZERO
051300         MOVE ZERO TO WS-CIF-COUNT
051400     END-IF.
051500     EXEC SQL
051600         SELECT COUNT(*)
051700           INTO :WS-NON-COUNT
051800           FROM CIF.CUSTNON
051900          WHERE CUSTN_PRI_PHONE  = :WS-EV-PHONE
052000             OR CUSTN_SEC_PHONE  = :WS-EV-PHONE
052100             OR CUSTN_CELL_PHONE = :WS-EV-PHONE
052200     END-EXEC.
052300     IF  SQLCODE = ZERO
052400         ADD WS-NON-COUNT TO WS-CIF-COUNT
052500     END-IF.
052600 4200-EXIT.
052700     EXIT.
052800*----------------------------------------------------------------
052900 4300-LOG-EVENT.
053000     MOVE WS-EV-CHANNEL    TO CEV-CHANNEL.
053100     MOVE WS-EV-ADDRESS    TO CEV-ADDRESS.
053200     MOVE WS-EV-TS         TO CEV-EVENT-TS.
053300     MOVE WS-EV-CODE       TO CEV-EVENT-CODE.
053400     MOVE WS-EV-KEYWORD    TO CEV-KEYWORD.
053500     MOVE WS-EV-SOURCE     TO CEV-SOURCE.
053600     MOVE WS-EV-CAMPAIGN   TO CEV-CAMPAIGN.
053700     MOVE WS-LOAD-TS       TO CEV-LOAD-TS.
053800     MOVE WS-ROW-COUNT     TO CEV-PREF-ROWS.
053900     MOVE WS-CIF-COUNT     TO CEV-CIF-ROWS.
054000     EXEC SQL
054100         INSERT INTO EDOC.CONSENTEV
054200              ( CEV_CHANNEL, CEV_ADDRESS, CEV_EVENT_TS,
054300                CEV_EVENT_CODE, CEV_KEYWORD, CEV_SOURCE,
054400                CEV_CAMPAIGN, CEV_LOAD_TS, CEV_PREF_ROWS,
054500                CEV_CIF_ROWS )
054600         VALUES
054700              ( :CEV-CHANNEL, :CEV-ADDRESS, :CEV-EVENT-TS,
054800                :CEV-EVENT-CODE, :CEV-KEYWORD, :CEV-SOURCE,
054900                :CEV-CAMPAIGN, :CEV-LOAD-TS, :CEV-PREF-ROWS,
055000                :CEV-CIF-ROWS )
055100     END-EXEC.
055200     IF  SQLCODE NOT = ZERO
055300         MOVE 'EDOC.CONSENTEV INSERT FAILED' TO WS-REASON
055400         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
055500     END-IF.
055600 4300-EXIT.
055700     EXIT.
055800*----------------------------------------------------------------
055900 4400-SET-CHNLOPT.
056000*    THE ADDRESS'S CURRENT STATE FOLLOWS ITS LATEST EVENT.
056100     MOVE WS-EV-CHANNEL    TO CHOP-CHANNEL.
056200     MOVE WS-EV-ADDRESS    TO CHOP-ADDRESS.
056300     MOVE WS-EV-PHONE      TO CHOP-PHONE.
056400     MOVE WS-EV-STATUS     TO CHOP-STATUS.
056500     MOVE WS-EV-CODE       TO CHOP-REASON.
056600     MOVE WS-EV-SOURCE     TO CHOP-SOURCE.
056700     MOVE WS-EV-TS         TO CHOP-EVENT-TS.
056800     MOVE WS-LOAD-TS       TO CHOP-UPDATE-TS.
056900     EXEC SQL
057000         SELECT CHOP_EVENT_TS
057100           INTO :WS-PRIOR-TS
057200           FROM EDOC.CHNLOPT
057300          WHERE CHOP_CHANNEL = :CHOP-CHANNEL
057400            AND CHOP_ADDRESS = :CHOP-ADDRESS
057500     END-EXEC.
057600     IF  SQLCODE = +100
057700         EXEC SQL
057800             INSERT INTO EDOC.CHNLOPT
057900                  ( CHOP_CHANNEL, CHOP_ADDRESS, CHOP_PHONE,
058000                    CHOP_STATUS, CHOP_REASON, CHOP_SOURCE,
058100                    CHOP_EVENT_TS, CHOP_UPDATE_TS )
058200             VALUES
058300                  ( :CHOP-CHANNEL, :CHOP-ADDRESS, :CHOP-PHONE,
058400                    :CHOP-STATUS, :CHOP-REASON, :CHOP-SOURCE,
058500                    :CHOP-EVENT-TS, :CHOP-UPDATE-TS )
058600         END-EXEC
058700     ELSE
058800         IF  SQLCODE = ZERO
058900             EXEC SQL
059000                 UPDATE EDOC.CHNLOPT
059100                    SET CHOP_STATUS    = :CHOP-STATUS,
059200                        CHOP_REASON    = :CHOP-REASON,
059300                        CHOP_SOURCE    = :CHOP-SOURCE,
059400                        CHOP_EVENT_TS  = :CHOP-EVENT-TS,
059500                        CHOP_UPDATE_TS = :CHOP-UPDATE-TS
059600                  WHERE CHOP_CHANNEL  = :CHOP-CHANNEL
059700                    AND CHOP_ADDRESS  = :CHOP-ADDRESS
059800                    AND CHOP_EVENT_TS < :CHOP-EVENT-TS
059900             END-EXEC
060000         END-IF
060100     END-IF.
060200     IF  SQLCODE NOT = ZERO
060300     AND SQLCODE NOT = +100
060400         MOVE 'EDOC.CHNLOPT NOT UPDATED' TO WS-REASON
060500         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
060600     END-IF.
060700 4400-EXIT.
060800     EXIT.
060900*----------------------------------------------------------------
061000 6000-LIST-FRAUD-ALERT.
061100*    FRAUD ALERTS GO BY TEXT TO THE CARD HOLDER'S CELL PHONE
061200*    (ACMB506).  A HOLDER OF AN ACTIVE DEBIT CARD WHOSE CELL
061300*    NUMBER IS OPTED OUT HAS NO ALERT CHANNEL LEFT -- LISTED
061400*    WITH THE OTHER PHONE ON FILE SO THE CUSTOMER CAN BE
061500*    REACHED ANOTHER WAY.
061600     MOVE SPACES       TO RPT679-RECORD.
061700     WRITE RPT679-RECORD.
061800     MOVE WS-HEADING-4 TO RPT679-RECORD.
061900     WRITE RPT679-RECORD.
062000     MOVE WS-HEADING-5 TO RPT679-RECORD.
062100     WRITE RPT679-RECORD.
062200     EXEC SQL
062300         DECLARE CSR679 CURSOR FOR
062400         SELECT DISTINCT
062500                ADC.ADC_BANK_NBR, CUST.CUST_ID, CUST.CUST_TYPE,
062600                CUST.CUST_NAME, CHOP.CHOP_PHONE,
062700                CASE WHEN CUST.CUST_TYPE = 'I'
062800                     THEN COALESCE(CI.CUSTI_HOME_PHONE, 0)
062900                     ELSE COALESCE(CN.CUSTN_PRI_PHONE, 0)
063000                END,
063100                CHOP.CHOP_EVENT_TS
063200           FROM ACM.DEBCARD ADC
063300           JOIN ACM.DEBCXREF ADCX
063400             ON ADCX.ADCX_BANK_NBR = ADC.ADC_BANK_NBR
063500            AND ADCX.ADCX_CARD_NBR = ADC.ADC_CARD_NBR
063600           JOIN CIF.ACCOUNT ACCT
063700             ON ACCT.ACCT_BANK_NBR = ADCX.ADCX_FILE_BANK
063800            AND ACCT.ACCT_FILE_ID  = ADCX.ADCX_FILE_ID
063900            AND ACCT.ACCT_KEY      = ADCX.ADCX_FILE_KEY
064000           JOIN CIF.CUSTXREF XREF
064100             ON XREF.BANK_NBR         = ACCT.ACCT_BANK_NBR
064200            AND XREF.FILE_ID          = 'ACCT'
064300            AND XREF.FILE_KEY         = ACCT.ACCT_KEY
064400            AND XREF.RELATED_FILE_ID  = 'CUST'
064500           JOIN CIF.CUSTOMER CUST
064600             ON CUST.CUST_BANK_NBR = XREF.RELATED_BANK_NBR
064700            AND CUST.CUST_FILE_ID  = XREF.RELATED_FILE_ID
064800            AND CUST.CUST_FILE_KEY = XREF.RELATED_FILE_KEY
064900           LEFT JOIN CIF.CUSTIND CI
065000             ON CI.CUSTI_CUST_ID = CUST.CUST_ID
065100           LEFT JOIN CIF.CUSTNON CN
065200             ON CN.CUSTN_CUST_ID = CUST.CUST_ID
065300           JOIN EDOC.CHNLOPT CHOP
065400             ON CHOP.CHOP_CHANNEL = 'S'
065500            AND CHOP.CHOP_STATUS  = 'O'
065600            AND CHOP.CHOP_PHONE   =
065700                CASE WHEN CUST.CUST_TYPE = 'I'
065800                     THEN COALESCE(CI.CUSTI_CELL_PHONE, 0)
065900                     ELSE COALESCE(CN.CUSTN_CELL_PHONE, 0)
066000                END
066100          WHERE ADC.ADC_STATUS IN ('10', '20', '50', '60', '70')
066200          ORDER BY 1, 4, 2
066300     END-EXEC.
066400     EXEC SQL
066500         OPEN CSR679
066600     END-EXEC.
066700     IF  SQLCODE NOT = ZERO
066800         DISPLAY 'EDOCB504 - CSR679 OPEN FAILED ' SQLCODE
066900         MOVE 16 TO RETURN-CODE
067000         GOBACK
067100     END-IF.
067200     PERFORM 6100-FETCH-ALERT THRU 6100-EXIT.
067300     PERFORM 6200-WRITE-ALERT THRU 6200-EXIT
067400         UNTIL SQLCODE NOT = ZERO.
067500     EXEC SQL
067600         CLOSE CSR679
067700     END-EXEC.
067800 6000-EXIT.
067900     EXIT.
068000*----------------------------------------------------------------
068100 6100-FETCH-ALERT.
068200     EXEC SQL
068300         FETCH CSR679
068400          INTO :WS-AL-BANK-NBR, :WS-AL-CUST-ID,
068500               :WS-AL-CUST-TYPE, :WS-AL-CUST-NAME,
068600               :WS-AL-CELL-PHONE, :WS-AL-OTHER-PHONE,
068700               :WS-AL-OPTOUT-TS
068800     END-EXEC.
068900 6100-EXIT.
069000     EXIT.
069100*----------------------------------------------------------------
069200 6200-WRITE-ALERT.
069300     MOVE WS-AL-BANK-NBR       TO AL-BANK-NBR.
069400     MOVE WS-AL-CUST-ID        TO AL-CUST-ID.
069500     MOVE WS-AL-CUST-TYPE      TO AL-CUST-TYPE.
069600     MOVE WS-AL-CUST-NAME      TO AL-CUST-NAME.
069700     MOVE WS-AL-CELL-PHONE     TO AL-CELL-PHONE.
069800     MOVE WS-AL-OPTOUT-TS (1:10) TO AL-OPTOUT-DATE.
069900     IF  WS-AL-OTHER-PHONE = ZERO
070000     OR  WS-AL-OTHER-PHONE = WS-AL-CELL-PHONE
070100         MOVE 'NO OTHER PHONE'  TO AL-OTHER-PHONE
070200         ADD 1 TO WS-TOTAL-NO-OTHER
070300     ELSE
070400         MOVE WS-AL-OTHER-PHONE TO WS-PHONE-10-N
070500         MOVE WS-PHONE-10       TO AL-OTHER-PHONE
070600     END-IF.
070700     MOVE WS-ALERT-LINE TO RPT679-RECORD.
070800     WRITE RPT679-RECORD.
070900     ADD 1 TO WS-TOTAL-ALERT-CUST.
071000     PERFORM 6100-FETCH-ALERT THRU 6100-EXIT.
071100 6200-EXIT.
071200     EXIT.
071300*----------------------------------------------------------------
071400 7000-WRITE-EXCEPTION.
071500     SET WS-REJECT TO TRUE.
071600     MOVE WS-EV-SOURCE     TO EL-SOURCE.
071700     MOVE WS-EV-ADDRESS    TO EL-ADDRESS.
071800     MOVE WS-EV-KEYWORD    TO EL-KEYWORD.
071900     MOVE WS-REASON        TO EL-REASON.
072000     MOVE WS-EXCEPTION-LINE TO RPT679-RECORD.
072100     WRITE RPT679-RECORD.
072200     ADD 1 TO WS-TOTAL-REJECTED.
072300 7000-EXIT.
072400     EXIT.
072500*----------------------------------------------------------------
072600 8000-FINALIZE.
072700     CLOSE SMSOPT-FILE.
072800     CLOSE EMLOPT-FILE.
072900     MOVE SPACES TO RPT679-RECORD.
073000     WRITE RPT679-RECORD.
073100     MOVE 'SMS EVENTS READ         - ' TO TL-LABEL.
073200     MOVE WS-TOTAL-SMS-READ     TO TL-COUNT.
073300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
073400     MOVE 'E-MAIL EVENTS READ      - ' TO TL-LABEL.
073500     MOVE WS-TOTAL-EML-READ     TO TL-COUNT.
073600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
073700     MOVE 'EVENTS REJECTED         - ' TO TL-LABEL.
073800     MOVE WS-TOTAL-REJECTED     TO TL-COUNT.
073900     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
074000     MOVE 'ALREADY LOGGED, SKIPPED - ' TO TL-LABEL.
074100     MOVE WS-TOTAL-DUPLICATE    TO TL-COUNT.
074200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
074300     MOVE 'EVENTS LOGGED           - ' TO TL-LABEL.
074400     MOVE WS-TOTAL-LOGGED       TO TL-COUNT.
074500     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
074600     MOVE '  OPT-OUTS              - ' TO TL-LABEL.
074700     MOVE WS-TOTAL-OPT-OUT      TO TL-COUNT.
074800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
074900     MOVE '  OPT-INS               - ' TO TL-LABEL.
075000     MOVE WS-TOTAL-OPT-IN       TO TL-COUNT.
075100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
075200     MOVE '  MATCHING NOTHING      - ' TO TL-LABEL.
075300     MOVE WS-TOTAL-UNMATCHED    TO TL-COUNT.
075400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
075500     MOVE 'NOTIFPREF ROWS MATCHED  - ' TO TL-LABEL.
075600     MOVE WS-TOTAL-PREF-ROWS    TO TL-COUNT.
075700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
075800     MOVE 'CIF CUSTOMERS MATCHED   - ' TO TL-LABEL.
075900     MOVE WS-TOTAL-CIF-ROWS     TO TL-COUNT.
076000     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
076100     MOVE 'ALERT PHONES OPTED OUT  - ' TO TL-LABEL.
076200     MOVE WS-TOTAL-ALERT-CUST   TO TL-COUNT.
076300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
076400     MOVE '  NO OTHER PHONE        - ' TO TL-LABEL.
076500     MOVE WS-TOTAL-NO-OTHER     TO TL-COUNT.
076600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
076700     IF  WS-TOTAL-REJECTED > ZERO
076800     AND RETURN-CODE = ZERO
076900         MOVE 4 TO RETURN-CODE
077000     END-IF.
077100     CLOSE RPT679-FILE.
077200 8000-EXIT.
077300     EXIT.
077400*----------------------------------------------------------------
077500 8100-WRITE-TOTAL.
077600     MOVE WS-TOTAL-LINE TO RPT679-RECORD.
077700     WRITE RPT679-RECORD.
077800 8100-EXIT.
077900     EXIT.
