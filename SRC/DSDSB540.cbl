000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    DSDSB540.
000300 AUTHOR.        R MASCETTI.
000400 INSTALLATION.  DSDS SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*   MODIFICATION HISTORY                                        *
001100*   ----------------------------------------------------------- *
001200*   DATE       INIT   DESCRIPTION                               *
001300*   ---------- ----   ----------------------------------------- *
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  NIGHTLY ACCOUNT-  *
001500*                      TAKEOVER SEQUENCE WATCH.  EVERY CHANGE TO *
001600*                      A CUSTOMER'S E-MAIL OR DELIVERY ADDRESS   *
001700*                      (EDOC.NOTIFPREF) OR HOME OR CELL PHONE    *
001800*                      (CIF.CUSTIND) IS LOGGED ON DSDS.ATOEVENT  *
001900*                      AGAINST THE DSDS.ATOCNTCT BASELINE.  AN   *
002000*                      OPEN CHANGE FOLLOWED INSIDE THE WINDOW BY *
002100*                      A CARD REISSUE (ACM.DEBCARD), A NEW       *
002200*                      WALLET TOKEN (ACM.TOKENXRF), OR AN        *
002300*                      OUTBOUND ACH/RTP/WIRE DEBIT ON THE SAME   *
002400*                      RELATIONSHIP IS REPORTED, AND ON THE      *
002500*                      PARM CAN PLACE A FINQ.HOLD ON EACH        *
002600*                      DEPOSIT ACCOUNT THROUGH FINQU501 AND      *
002700*                      SUSPEND THE NEW TOKENS (TOKOUT).  THIS IS *
002800*                      ONE CUSTOMER'S SEQUENCE OF EVENTS, NOT    *
002900*                      VELOCITY -- ACMB507 DOES NOT SEE IT.      *
003000*                                                                *
003100******************************************************************
003200 ENVIRONMENT DIVISION.
003300 CONFIGURATION SECTION.
003400 SOURCE-COMPUTER.  IBM-370.
003500 OBJECT-COMPUTER.  IBM-370.
003600 INPUT-OUTPUT SECTION.
003700 FILE-CONTROL.
003800     SELECT RPT625-FILE ASSIGN TO RPT625
003900         ORGANIZATION IS LINE SEQUENTIAL.
004000     SELECT TOKOUT-FILE ASSIGN TO TOKOUT
004100         ORGANIZATION IS LINE SEQUENTIAL.
004200 DATA DIVISION.
004300 FILE SECTION.
004400 FD  RPT625-FILE
004500     RECORDING MODE F.
004600 01  RPT625-RECORD               PIC X(132).
004700 FD  TOKOUT-FILE
004800     RECORDING MODE F.
004900 01  TOKOUT-RECORD.
005000     COPY ACMTOKRQ.
005100*----------------------------------------------------------------
005200 WORKING-STORAGE SECTION.
005300 01  WS-SWITCHES.
005400     05  WS-EOF-SW                PIC X       VALUE 'N'.
005500         88  WS-EOF-YES                   VALUE 'Y'.
005600     05  WS-ACCT-EOF-SW           PIC X       VALUE 'N'.
005700         88  WS-ACCT-EOF-YES              VALUE 'Y'.
005800     05  WS-TOKX-EOF-SW           PIC X       VALUE 'N'.
005900         88  WS-TOKX-EOF-YES              VALUE 'Y'.
006000     05  WS-SNAP-SW               PIC X       VALUE 'N'.
006100         88  WS-SNAP-FOUND                VALUE 'Y'.
006200         88  WS-SNAP-NEW                  VALUE 'N'.
006300 01  WS-WORK-FIELDS.
006400     05  WS-SUB                   PIC S9(4)   COMP  VALUE +0.
006500     05  WS-ACCT-MAX              PIC S9(4)   COMP  VALUE +0.
006600     05  WS-TODAY                 PIC X(10)   VALUE SPACE.
006700     05  WS-WINDOW-START          PIC X(10)   VALUE SPACE.
006800     05  WS-TODAY-DATE            PIC S9(7)   COMP-3 VALUE +0.
006900     05  WS-RELEASE-DATE          PIC S9(7)   COMP-3 VALUE +0.
007000     05  WS-CHG-DATE              PIC X(10)   VALUE SPACE.
007100     05  WS-CHG-END               PIC X(10)   VALUE SPACE.
007200     05  WS-CHG-PACKED            PIC S9(7)   COMP-3 VALUE +0.
007300     05  WS-END-PACKED            PIC S9(7)   COMP-3 VALUE +0.
007400     05  WS-ARCH-BANK             PIC S9(2)   COMP-3 VALUE +0.
007500     05  WS-ACCT-NBR-9            PIC 9(09)   VALUE ZERO.
007600     05  WS-ITEM-COUNT            PIC S9(7)   COMP  VALUE +0.
007700     05  WS-ITEM-SUM              PIC S9(11)V99 COMP-3 VALUE +0.
007800     05  WS-OPEN-COUNT            PIC S9(7)   COMP  VALUE +0.
007900     05  WS-PRIOR-COUNT           PIC S9(5)   COMP-3 VALUE +0.
008000     05  WS-HOLD-REF-ID           PIC X(25)   VALUE SPACE.
008100     05  WS-PHONE-EDIT            PIC 9(11)   VALUE ZERO.
008200     05  WS-TOTAL-CUSTOMERS       PIC S9(7)   COMP  VALUE ZERO.
008300     05  WS-TOTAL-BASELINED       PIC S9(7)   COMP  VALUE ZERO.
008400     05  WS-TOTAL-CHANGES         PIC S9(7)   COMP  VALUE ZERO.
008500     05  WS-TOTAL-MATCHED         PIC S9(7)   COMP  VALUE ZERO.
008600     05  WS-TOTAL-HELD            PIC S9(7)   COMP  VALUE ZERO.
008700     05  WS-TOTAL-HOLD-FAIL       PIC S9(7)   COMP  VALUE ZERO.
008800     05  WS-TOTAL-SUSPENDED       PIC S9(7)   COMP  VALUE ZERO.
008900     05  WS-TOTAL-PURGED          PIC S9(7)   COMP  VALUE ZERO.
009000*    THE ROW JUST FETCHED -- ONE PER LIVING INDIVIDUAL CUSTOMER.
009100 01  WS-ROW.
009200     05  WS-ROW-CUST-ID           PIC S9(9)   COMP-3 VALUE +0.
009300     05  WS-ROW-CUST-NAME         PIC X(40)   VALUE SPACE.
009400     05  WS-ROW-BANK-NBR          PIC S9(3)   COMP-3 VALUE +0.
009500     05  WS-ROW-FILE-ID           PIC X(04)   VALUE SPACE.
009600     05  WS-ROW-FILE-KEY          PIC X(25)   VALUE SPACE.
009700     05  WS-ROW-DEL-METHOD        PIC S9(3)   COMP-3 VALUE +0.
009800     05  WS-ROW-DEL-DATA          PIC X(70)   VALUE SPACE.
009900     05  WS-ROW-HOME-PHONE        PIC S9(11)  COMP-3 VALUE +0.
010000     05  WS-ROW-CELL-PHONE        PIC S9(11)  COMP-3 VALUE +0.
010100*    THE DEPOSIT ACCOUNTS OF THE RELATIONSHIP BEING CORRELATED.
010200 01  WS-ACCT-FETCH.
010300     05  WS-AF-BANK-NBR           PIC S9(3)   COMP-3 VALUE +0.
010400     05  WS-AF-FILE-KEY           PIC X(25)   VALUE SPACE.
010500 01  WS-KEY-WORK.
010600     05  FILLER                   PIC X(16).
010700     05  WS-KEY-ACCT-NBR          PIC 9(09).
010800 01  WS-ACCT-TABLE.
010900     05  WS-ACCT-ENTRY  OCCURS 20 TIMES.
011000         10  WS-AT-BANK-NBR       PIC S9(3)   COMP-3.
011100         10  WS-AT-ACCT-NBR       PIC 9(09).
011200         10  WS-AT-ACCT-NBR-X REDEFINES WS-AT-ACCT-NBR
011300                                  PIC X(09).
011400*    WHAT FOLLOWED THE CUSTOMER'S EARLIEST OPEN CHANGE.
011500 01  WS-SEQUENCE.
011600     05  WS-REISSUE-COUNT         PIC S9(7)   COMP  VALUE +0.
011700     05  WS-TOKEN-COUNT           PIC S9(7)   COMP  VALUE +0.
011800     05  WS-OUTFLOW-COUNT         PIC S9(7)   COMP  VALUE +0.
011900     05  WS-OUTFLOW-AMT           PIC S9(11)V99 COMP-3 VALUE +0.
012000     05  WS-HOLD-COUNT            PIC S9(4)   COMP  VALUE +0.
012100     05  WS-SUSPEND-COUNT         PIC S9(4)   COMP  VALUE +0.
012200     05  WS-CHG-TYPES.
012300         10  WS-DELIVERY-CHG      PIC X(01)   VALUE 'N'.
012400         10  WS-HOME-CHG          PIC X(01)   VALUE 'N'.
012500         10  WS-CELL-CHG          PIC X(01)   VALUE 'N'.
012600     05  WS-MATCH-FLAGS.
012700         10  WS-REISSUE-FLAG      PIC X(01)   VALUE 'N'.
012800         10  WS-TOKEN-FLAG        PIC X(01)   VALUE 'N'.
012900         10  WS-OUTFLOW-FLAG      PIC X(01)   VALUE 'N'.
013000*    ADMU503-PARAMETERS (COPY ADMU503P) -- RELEASE DATES ROLL
013100*    FORWARD OFF WEEKENDS AND HOLIDAYS ON THE SHARED CALENDAR.
013200     COPY ADMU503P.
013300 01  WS-CAL-FIELDS.
013400     05  WS-RELEASE-ISO           PIC X(10).
013500     05  WS-RELEASE-DIGITS REDEFINES WS-RELEASE-ISO.
013600         10  WS-REL-YYYY          PIC 9(04).
013700         10  FILLER               PIC X(01).
013800         10  WS-REL-MM            PIC 9(02).
013900         10  FILLER               PIC X(01).
014000         10  WS-REL-DD            PIC 9(02).
014100*----------------------------------------------------------------
014200     COPY DSDSATOS.
014300*----------------------------------------------------------------
014400     COPY DSDSATOE.
014500*----------------------------------------------------------------
014600     COPY ACMTOKEN.
014700*----------------------------------------------------------------
014800     COPY FINQVREF.
014900*----------------------------------------------------------------
015000     COPY GJWCPYA2.
015100*----------------------------------------------------------------
015200 01  WS-HEADING-1.
015300     05  FILLER  PIC X(132) VALUE
015400       'DSDSB540  ACCOUNT-TAKEOVER SEQUENCE WATCH'.
015500 01  WS-HEADING-2.
015600     05  FILLER  PIC X(21) VALUE 'CUST-ID    NAME'.
015700     05  FILLER  PIC X(22) VALUE SPACE.
015800     05  FILLER  PIC X(18) VALUE 'CHANGED     D H C'.
015900     05  FILLER  PIC X(26) VALUE '  REISS   TOKEN  OUTFL'.
016000     05  FILLER  PIC X(45) VALUE
016100         '   OUTFLOW-AMT  HOLDS  SUSP'.
016200 01  WS-DETAIL-LINE.
016300     05  DL-CUST-ID               PIC 9(09).
016400     05  FILLER                   PIC X(02)   VALUE SPACE.
016500     05  DL-CUST-NAME             PIC X(30).
016600     05  FILLER                   PIC X(02)   VALUE SPACE.
016700     05  DL-CHG-DATE              PIC X(10).
016800     05  FILLER                   PIC X(02)   VALUE SPACE.
016900     05  DL-DELIVERY-CHG          PIC X(01).
017000     05  FILLER                   PIC X(01)   VALUE SPACE.
017100     05  DL-HOME-CHG              PIC X(01).
017200     05  FILLER                   PIC X(01)   VALUE SPACE.
017300     05  DL-CELL-CHG              PIC X(01).
017400     05  FILLER                   PIC X(02)   VALUE SPACE.
017500     05  DL-REISSUE-COUNT         PIC ZZZZ9.
017600     05  FILLER                   PIC X(03)   VALUE SPACE.
017700     05  DL-TOKEN-COUNT           PIC ZZZZ9.
017800     05  FILLER                   PIC X(02)   VALUE SPACE.
017900     05  DL-OUTFLOW-COUNT         PIC ZZZZ9.
018000     05  FILLER                   PIC X(02)   VALUE SPACE.
018100     05  DL-OUTFLOW-AMT           PIC ZZZ,ZZZ,ZZ9.99.
018200     05  FILLER                   PIC X(02)   VALUE SPACE.
018300     05  DL-HOLD-COUNT            PIC ZZZ9.
018400     05  FILLER                   PIC X(02)   VALUE SPACE.
018500     05  DL-SUSPEND-COUNT         PIC ZZZ9.
018600     05  FILLER                   PIC X(22)   VALUE SPACE.
018700 01  WS-TOTAL-LINE-1.
018800     05  FILLER       PIC X(19) VALUE 'CUSTOMERS CHECKED- '.
018900     05  TL-CUSTOMERS             PIC ZZZ,ZZ9.
019000     05  FILLER                   PIC X(106)  VALUE SPACE.
019100 01  WS-TOTAL-LINE-2.
019200     05  FILLER       PIC X(19) VALUE 'NEW BASELINES    - '.
019300     05  TL-BASELINED             PIC ZZZ,ZZ9.
019400     05  FILLER                   PIC X(106)  VALUE SPACE.
019500 01  WS-TOTAL-LINE-3.
019600     05  FILLER       PIC X(19) VALUE 'CONTACT CHANGES  - '.
019700     05  TL-CHANGES               PIC ZZZ,ZZ9.
019800     05  FILLER                   PIC X(106)  VALUE SPACE.
019900 01  WS-TOTAL-LINE-4.
020000     05  FILLER       PIC X(19) VALUE 'SEQUENCES MATCHED- '.
020100     05  TL-MATCHED               PIC ZZZ,ZZ9.
020200     05  FILLER                   PIC X(106)  VALUE SPACE.
020300 01  WS-TOTAL-LINE-5.
020400     05  FILLER       PIC X(19) VALUE 'HOLDS PLACED     - '.
020500     05  TL-HELD                  PIC ZZZ,ZZ9.
020600     05  FILLER                   PIC X(106)  VALUE SPACE.
020700 01  WS-TOTAL-LINE-6.
020800     05  FILLER       PIC X(19) VALUE 'HOLDS FAILED     - '.
020900     05  TL-HOLD-FAIL             PIC ZZZ,ZZ9.
021000     05  FILLER                   PIC X(106)  VALUE SPACE.
021100 01  WS-TOTAL-LINE-7.
021200     05  FILLER       PIC X(19) VALUE 'TOKENS SUSPENDED - '.
021300     05  TL-SUSPENDED             PIC ZZZ,ZZ9.
021400     05  FILLER                   PIC X(106)  VALUE SPACE.
021500 01  WS-TOTAL-LINE-8.
021600     05  FILLER       PIC X(19) VALUE 'EVENTS PURGED    - '.
021700     05  TL-PURGED                PIC ZZZ,ZZ9.
021800     05  FILLER                   PIC X(106)  VALUE SPACE.
021900*----------------------------------------------------------------
022000 LINKAGE SECTION.
022100 01  DSDSB540-PARM.
022200*    WINDOW-DAYS IS HOW SOON AFTER A CONTACT CHANGE THE CARD,
022300*    TOKEN, OR MONEY MOVEMENT MUST COME.  RETAIN-DAYS IS HOW
022400*    LONG THE EVENT LOG KEEPS A ROW.  AN OUTFLOW IS ANY ARCHIVED
022500*    ITEM ON ONE OF THE OUT-CODES (ACH DEBIT, RTP SEND, AND
022600*    OUTGOING WIRE CODES) AT OR OVER MIN-AMT.
022700     05  DSDSB540-WINDOW-DAYS      PIC 9(03).
022800     05  DSDSB540-RETAIN-DAYS      PIC 9(03).
022900     05  DSDSB540-OUT-CODE         PIC 9(03)  OCCURS 8 TIMES.
023000     05  DSDSB540-MIN-AMT          PIC 9(09)V99.
023100*    HOLD-SW Y PLACES A HOLD OF HOLD-AMT FOR HOLD-DAYS ON EACH
023200*    DEPOSIT ACCOUNT OF A MATCHED RELATIONSHIP, UNDER
023300*    REFERENCE-SOURCE HOLD-REF-SOURCE AS FINQU501 VALIDATES IT.
023400*    SUSPEND-SW Y SUSPENDS THE TOKENS PROVISIONED SINCE THE
023500*    CHANGE.
023600     05  DSDSB540-HOLD-SW          PIC X(01).
023700         88  DSDSB540-HOLD-YES            VALUE 'Y'.
023800     05  DSDSB540-HOLD-TYPE        PIC 9(03).
023900     05  DSDSB540-HOLD-AMT         PIC 9(09)V99.
024000     05  DSDSB540-HOLD-DAYS        PIC 9(03).
024100     05  DSDSB540-HOLD-ACCT-ID     PIC 9(03).
024200     05  DSDSB540-HOLD-REF-SOURCE  PIC X(10).
024300     05  DSDSB540-SUSPEND-SW       PIC X(01).
024400         88  DSDSB540-SUSPEND-YES         VALUE 'Y'.
024500*----------------------------------------------------------------
024600 PROCEDURE DIVISION USING DSDSB540-PARM.
024700*
024800 0000-MAINLINE.
024900     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
025000     PERFORM 2000-PROCESS-CUSTOMER THRU 2000-EXIT
025100         UNTIL WS-EOF-YES.
025200     PERFORM 8000-FINALIZE THRU 8000-EXIT.
025300     GOBACK.
025400*----------------------------------------------------------------
025500 1000-INITIALIZE.
025600     OPEN OUTPUT RPT625-FILE.
025700     OPEN OUTPUT TOKOUT-FILE.
025800     MOVE WS-HEADING-1 TO RPT625-RECORD.
025900     WRITE RPT625-RECORD.
026000     MOVE WS-HEADING-2 TO RPT625-RECORD.
026100     WRITE RPT625-RECORD.
026200     EXEC SQL
026300         SET :WS-TODAY = CURRENT DATE
026400     END-EXEC.
026500     EXEC SQL
026600         SET :WS-WINDOW-START =
026700             CURRENT DATE - :DSDSB540-WINDOW-DAYS DAYS
026800     END-EXEC.
026900*    HOLD DATES ARE PACKED CYYMMDD, THE CONVENTION ON FINQ.HOLD.
027000     EXEC SQL
027100         SET :WS-TODAY-DATE =
027200             (YEAR(CURRENT DATE) - 1900) * 10000
027300             + MONTH(CURRENT DATE) * 100
027400             + DAY(CURRENT DATE)
027500     END-EXEC.
027600*    THE RELEASE DATE ROLLS FORWARD OFF A WEEKEND OR HOLIDAY,
027700*    AS FINQB504 ROLLS ITS OWN.
027800     EXEC SQL
027900         SET :WS-RELEASE-ISO =
028000             CURRENT DATE + :DSDSB540-HOLD-DAYS DAYS
028100     END-EXEC.
028200     INITIALIZE ADMU503-PARAMETERS.
028300     SET ADMU503-FUNC-ROLL TO TRUE.
028400     MOVE ZERO            TO ADMU503-BANK-NBR.
028500     MOVE WS-RELEASE-ISO  TO ADMU503-DATE-1.
028600     CALL 'ADMU503' USING ADMU503-PARAMETERS.
028700     MOVE ADMU503-RESULT-DATE TO WS-RELEASE-ISO.
028800     COMPUTE WS-RELEASE-DATE =
028900         (WS-REL-YYYY - 1900) * 10000
029000         + WS-REL-MM * 100
029100         + WS-REL-DD.
029200*    THE LOG ONLY ROLLS SO FAR BACK.
029300     EXEC SQL
029400         SELECT COUNT(*)
029500           INTO :WS-TOTAL-PURGED
029600           FROM DSDS.ATOEVENT
029700          WHERE AEVT_EVENT_DATE <
029800                CURRENT DATE - :DSDSB540-RETAIN-DAYS DAYS
029900     END-EXEC.
030000     EXEC SQL
030100         DELETE FROM DSDS.ATOEVENT
030200          WHERE AEVT_EVENT_DATE <
030300                CURRENT DATE - :DSDSB540-RETAIN-DAYS DAYS
030400     END-EXEC.
030500*    EVERY LIVING INDIVIDUAL CUSTOMER, WITH THE CUSTOMER'S OWN
030600*    NOTIFICATION PREFERENCE WHERE ONE HAS BEEN SET.
030700     EXEC SQL
030800         DECLARE CSR625 CURSOR FOR
030900         SELECT C.CUST_ID, C.CUST_NAME,
031000                C.CUST_BANK_NBR, C.CUST_FILE_ID, C.CUST_FILE_KEY,
031100                COALESCE(N.NPRF_METHOD, 0),
031200                COALESCE(N.NPRF_DEL_DATA, ' '),
031300                COALESCE(I.CUSTI_HOME_PHONE, 0),
031400                COALESCE(I.CUSTI_CELL_PHONE, 0)
031500           FROM CIF.CUSTOMER C
031600           JOIN CIF.CUSTIND I
031700             ON I.CUSTI_CUST_ID = C.CUST_ID
031800           LEFT JOIN EDOC.NOTIFPREF N
031900             ON N.NPRF_BANK_NBR = C.CUST_BANK_NBR
032000            AND N.NPRF_FILE_ID  = C.CUST_FILE_ID
032100            AND N.NPRF_FILE_KEY = C.CUST_FILE_KEY
032200          WHERE I.CUSTI_DT_OF_DEATH <= ' '
032300          ORDER BY C.CUST_ID
032400     END-EXEC.
032500     EXEC SQL
032600         OPEN CSR625
032700     END-EXEC.
032800     PERFORM 2100-FETCH-ROW THRU 2100-EXIT.
032900 1000-EXIT.
033000     EXIT.
033100*----------------------------------------------------------------
033200 2000-PROCESS-CUSTOMER.
033300     ADD 1 TO WS-TOTAL-CUSTOMERS.
033400     PERFORM 3000-DETECT-CHANGES THRU 3000-EXIT.
033500     PERFORM 4000-CORRELATE THRU 4000-EXIT.
033600     PERFORM 2100-FETCH-ROW THRU 2100-EXIT.
033700 2000-EXIT.
033800     EXIT.
033900*----------------------------------------------------------------
034000 2100-FETCH-ROW.
034100     EXEC SQL
034200         FETCH CSR625
034300          INTO :WS-ROW-CUST-ID, :WS-ROW-CUST-NAME,
034400               :WS-ROW-BANK-NBR, :WS-ROW-FILE-ID,
034500               :WS-ROW-FILE-KEY, :WS-ROW-DEL-METHOD,
034600               :WS-ROW-DEL-DATA, :WS-ROW-HOME-PHONE,
034700               :WS-ROW-CELL-PHONE
034800     END-EXEC.
034900     IF  SQLCODE NOT = ZERO
035000         SET WS-EOF-YES TO TRUE
035100     END-IF.
035200 2100-EXIT.
035300     EXIT.
035400*----------------------------------------------------------------
035500 3000-DETECT-CHANGES.
035600*    AGAINST LAST RUN'S PICTURE.  A CUSTOMER WITH NO PICTURE
035700*    YET ONLY GETS ONE -- NOTHING CAN HAVE CHANGED.
035800     MOVE 'N' TO WS-SNAP-SW.
035900     EXEC SQL
036000         SELECT ACNT_DEL_METHOD, ACNT_DEL_DATA,
036100                ACNT_HOME_PHONE, ACNT_CELL_PHONE
036200           INTO :ACNT-DEL-METHOD, :ACNT-DEL-DATA,
036300                :ACNT-HOME-PHONE, :ACNT-CELL-PHONE
036400           FROM DSDS.ATOCNTCT
036500          WHERE ACNT_CUST_ID = :WS-ROW-CUST-ID
036600     END-EXEC.
036700     IF  SQLCODE NOT = ZERO
036800         ADD 1 TO WS-TOTAL-BASELINED
036900         GO TO 3000-STORE
037000     END-IF.
037100     SET WS-SNAP-FOUND TO TRUE.
037200     IF  WS-ROW-DEL-METHOD NOT = ACNT-DEL-METHOD
037300     OR  WS-ROW-DEL-DATA   NOT = ACNT-DEL-DATA
037400         MOVE 'D'               TO AEVT-EVENT-TYPE
037500         MOVE ACNT-DEL-DATA     TO AEVT-OLD-DATA
037600         MOVE WS-ROW-DEL-DATA   TO AEVT-NEW-DATA
037700         PERFORM 3500-LOG-EVENT THRU 3500-EXIT
037800     END-IF.
037900     IF  WS-ROW-HOME-PHONE NOT = ACNT-HOME-PHONE
038000         MOVE 'H'               TO AEVT-EVENT-TYPE
038100         MOVE ACNT-HOME-PHONE   TO WS-PHONE-EDIT
038200         MOVE WS-PHONE-EDIT     TO AEVT-OLD-DATA
038300         MOVE WS-ROW-HOME-PHONE TO WS-PHONE-EDIT
038400         MOVE WS-PHONE-EDIT     TO AEVT-NEW-DATA
038500         PERFORM 3500-LOG-EVENT THRU 3500-EXIT
038600     END-IF.
038700     IF  WS-ROW-CELL-PHONE NOT = ACNT-CELL-PHONE
038800         MOVE 'C'               TO AEVT-EVENT-TYPE
038900         MOVE ACNT-CELL-PHONE   TO WS-PHONE-EDIT
039000         MOVE WS-PHONE-EDIT     TO AEVT-OLD-DATA
039100         MOVE WS-ROW-CELL-PHONE TO WS-PHONE-EDIT
039200         MOVE WS-PHONE-EDIT     TO AEVT-NEW-DATA
039300         PERFORM 3500-LOG-EVENT THRU 3500-EXIT
039400     END-IF.
039500 3000-STORE.
039600     MOVE WS-ROW-CUST-ID    TO ACNT-CUST-ID.
039700     MOVE WS-ROW-DEL-METHOD TO ACNT-DEL-METHOD.
039800     MOVE WS-ROW-DEL-DATA   TO ACNT-DEL-DATA.
039900     MOVE WS-ROW-HOME-PHONE TO ACNT-HOME-PHONE.
040000     MOVE WS-ROW-CELL-PHONE TO ACNT-CELL-PHONE.
040100     MOVE WS-TODAY          TO ACNT-LAST-RUN-DATE.
040200     IF  WS-SNAP-FOUND
040300         EXEC SQL
040400             UPDATE DSDS.ATOCNTCT
040500                SET ACNT_DEL_METHOD    = :ACNT-DEL-METHOD,
040600                    ACNT_DEL_DATA      = :ACNT-DEL-DATA,
040700                    ACNT_HOME_PHONE    = :ACNT-HOME-PHONE,
040800                    ACNT_CELL_PHONE    = :ACNT-CELL-PHONE,
040900                    ACNT_LAST_RUN_DATE = :ACNT-LAST-RUN-DATE
041000              WHERE ACNT_CUST_ID = :ACNT-CUST-ID
041100         END-EXEC
041200     ELSE
041300         EXEC SQL
041400             INSERT INTO DSDS.ATOCNTCT
041500                    (ACNT_CUST_ID, ACNT_DEL_METHOD,
041600                     ACNT_DEL_DATA, ACNT_HOME_PHONE,
041700                     ACNT_CELL_PHONE, ACNT_LAST_RUN_DATE)
041800             VALUES (:ACNT-CUST-ID, :ACNT-DEL-METHOD,
041900                     :ACNT-DEL-DATA, :ACNT-HOME-PHONE,
042000                     :ACNT-CELL-PHONE, :ACNT-LAST-RUN-DATE)
042100         END-EXEC
042200     END-IF.
042300     IF  SQLCODE NOT = ZERO
042400         DISPLAY 'DSDSB540 - SNAPSHOT WRITE FAILED, SQLCODE '
042500             SQLCODE
042600     END-IF.
042700 3000-EXIT.
042800     EXIT.
042900*----------------------------------------------------------------
043000 3500-LOG-EVENT.
043100*    A RERUN THE SAME NIGHT REPLACES THAT NIGHT'S ROW.
043200     ADD 1 TO WS-TOTAL-CHANGES.
043300     MOVE WS-ROW-CUST-ID  TO AEVT-CUST-ID.
043400     MOVE WS-TODAY        TO AEVT-EVENT-DATE.
043500     MOVE '0001-01-01'    TO AEVT-MATCH-DATE.
043600     MOVE 'NNN'           TO AEVT-MATCH-FLAGS.
043700     EXEC SQL
043800         DELETE FROM DSDS.ATOEVENT
043900          WHERE AEVT_CUST_ID    = :AEVT-CUST-ID
044000            AND AEVT_EVENT_DATE = :AEVT-EVENT-DATE
044100            AND AEVT_EVENT_TYPE = :AEVT-EVENT-TYPE
044200     END-EXEC.
044300     EXEC SQL
044400         INSERT INTO DSDS.ATOEVENT
044500                (AEVT_CUST_ID, AEVT_EVENT_DATE, AEVT_EVENT_TYPE,
044600                 AEVT_OLD_DATA, AEVT_NEW_DATA,
044700                 AEVT_MATCH_DATE, AEVT_MATCH_FLAGS)
044800         VALUES (:AEVT-CUST-ID, :AEVT-EVENT-DATE,
044900                 :AEVT-EVENT-TYPE, :AEVT-OLD-DATA,
045000                 :AEVT-NEW-DATA, :AEVT-MATCH-DATE,
045100                 :AEVT-MATCH-FLAGS)
045200     END-EXEC.
045300     IF  SQLCODE NOT = ZERO
045400         DISPLAY 'DSDSB540 - EVENT INSERT FAILED, SQLCODE '
045500             SQLCODE
045600     END-IF.
045700 3500-EXIT.
045800     EXIT.
045900*----------------------------------------------------------------
046000 4000-CORRELATE.
046100*    THE EARLIEST CHANGE STILL OPEN INSIDE THE WINDOW STARTS THE
046200*    SEQUENCE; ANYTHING ON THE RELATIONSHIP FROM THAT DAY TO
046300*    WINDOW-DAYS AFTER IT FOLLOWS IT.
046400     MOVE ZERO TO WS-OPEN-COUNT.
046500     EXEC SQL
046600         SELECT COUNT(*),
046700                COALESCE(MIN(AEVT_EVENT_DATE), CURRENT DATE),
046800                MAX(CASE AEVT_EVENT_TYPE WHEN 'D'
046900                    THEN 'Y' ELSE 'N' END),
047000                MAX(CASE AEVT_EVENT_TYPE WHEN 'H'
047100                    THEN 'Y' ELSE 'N' END),
047200                MAX(CASE AEVT_EVENT_TYPE WHEN 'C'
047300                    THEN 'Y' ELSE 'N' END)
047400           INTO :WS-OPEN-COUNT, :WS-CHG-DATE,
047500                :WS-DELIVERY-CHG, :WS-HOME-CHG, :WS-CELL-CHG
047600           FROM DSDS.ATOEVENT
047700          WHERE AEVT_CUST_ID     = :WS-ROW-CUST-ID
047800            AND AEVT_MATCH_DATE  = '0001-01-01'
047900            AND AEVT_EVENT_DATE >= :WS-WINDOW-START
048000     END-EXEC.
048100     IF  SQLCODE NOT = ZERO
048200     OR  WS-OPEN-COUNT = ZERO
048300         GO TO 4000-EXIT
048400     END-IF.
048500     EXEC SQL
048600         SET :WS-CHG-END =
048700             DATE(:WS-CHG-DATE) + :DSDSB540-WINDOW-DAYS DAYS
048800     END-EXEC.
048900     EXEC SQL
049000         SET :WS-CHG-PACKED =
049100             (YEAR(DATE(:WS-CHG-DATE)) - 1900) * 10000
049200             + MONTH(DATE(:WS-CHG-DATE)) * 100
049300             + DAY(DATE(:WS-CHG-DATE))
049400     END-EXEC.
049500     EXEC SQL
049600         SET :WS-END-PACKED =
049700             (YEAR(DATE(:WS-CHG-END)) - 1900) * 10000
049800             + MONTH(DATE(:WS-CHG-END)) * 100
049900             + DAY(DATE(:WS-CHG-END))
050000     END-EXEC.
050100     MOVE ZERO TO WS-REISSUE-COUNT.
050200     MOVE ZERO TO WS-TOKEN-COUNT.
050300     MOVE ZERO TO WS-OUTFLOW-COUNT.
050400     MOVE ZERO TO WS-OUTFLOW-AMT.
050500     MOVE ZERO TO WS-HOLD-COUNT.
050600     MOVE ZERO TO WS-SUSPEND-COUNT.
050700     MOVE 'NNN' TO WS-MATCH-FLAGS.
050800*    A CARD ON ANY ACCOUNT OF THE RELATIONSHIP REISSUED SINCE
050900*    THE CHANGE -- THE CARD FOLLOWED THROUGH ACM.DEBCXREF AND
051000*    CIF.CUSTXREF THE WAY ACMB506 FOLLOWS IT.
051100     EXEC SQL
051200         SELECT COUNT(*)
051300           INTO :WS-REISSUE-COUNT
051400           FROM ACM.DEBCARD ADC
051500           JOIN ACM.DEBCXREF ADCX
051600             ON ADCX.ADCX_BANK_NBR = ADC.ADC_BANK_NBR
051700            AND ADCX.ADCX_CARD_NBR = ADC.ADC_CARD_NBR
051800           JOIN CIF.CUSTXREF XREF
051900             ON XREF.BANK_NBR         = ADCX.ADCX_FILE_BANK
052000            AND XREF.FILE_ID          = 'ACCT'
052100            AND XREF.FILE_KEY         = ADCX.ADCX_FILE_KEY
052200            AND XREF.RELATED_FILE_ID  = 'CUST'
052300          WHERE XREF.RELATED_BANK_NBR = :WS-ROW-BANK-NBR
052400            AND XREF.RELATED_FILE_KEY = :WS-ROW-FILE-KEY
052500            AND ADC.ADC_REISSUE_DATE >= :WS-CHG-DATE
052600            AND ADC.ADC_REISSUE_DATE <= :WS-CHG-END
052700     END-EXEC.
052800*    A WALLET TOKEN PROVISIONED ON ONE OF THOSE CARDS SINCE.
052900     EXEC SQL
053000         SELECT COUNT(*)
053100           INTO :WS-TOKEN-COUNT
053200           FROM ACM.TOKENXRF TOK
053300           JOIN ACM.DEBCXREF ADCX
053400             ON ADCX.ADCX_CARD_NBR = TOK.TOK_CARD_NBR
053500           JOIN CIF.CUSTXREF XREF
053600             ON XREF.BANK_NBR         = ADCX.ADCX_FILE_BANK
053700            AND XREF.FILE_ID          = 'ACCT'
053800            AND XREF.FILE_KEY         = ADCX.ADCX_FILE_KEY
053900            AND XREF.RELATED_FILE_ID  = 'CUST'
054000          WHERE XREF.RELATED_BANK_NBR = :WS-ROW-BANK-NBR
054100            AND XREF.RELATED_FILE_KEY = :WS-ROW-FILE-KEY
054200            AND TOK.TOK_PROV_DATE >= :WS-CHG-DATE
054300            AND TOK.TOK_PROV_DATE <= :WS-CHG-END
054400     END-EXEC.
054500*    OUTBOUND DEBITS ON THE RELATIONSHIP'S DEPOSIT ACCOUNTS.
054600     PERFORM 4100-LOAD-ACCOUNTS THRU 4100-EXIT.
054700     PERFORM 4300-ACCOUNT-OUTFLOW THRU 4300-EXIT
054800         VARYING WS-SUB FROM 1 BY 1
054900         UNTIL WS-SUB > WS-ACCT-MAX.
055000     IF  WS-REISSUE-COUNT > ZERO
055100         MOVE 'Y' TO WS-REISSUE-FLAG
055200     END-IF.
055300     IF  WS-TOKEN-COUNT > ZERO
055400         MOVE 'Y' TO WS-TOKEN-FLAG
055500     END-IF.
055600     IF  WS-OUTFLOW-COUNT > ZERO
055700         MOVE 'Y' TO WS-OUTFLOW-FLAG
055800     END-IF.
055900     IF  WS-MATCH-FLAGS = 'NNN'
056000         GO TO 4000-EXIT
056100     END-IF.
056200     PERFORM 5000-REPORT-MATCH THRU 5000-EXIT.
056300 4000-EXIT.
056400     EXIT.
056500*----------------------------------------------------------------
056600 4100-LOAD-ACCOUNTS.
056700     MOVE ZERO TO WS-ACCT-MAX.
056800     MOVE 'N' TO WS-ACCT-EOF-SW.
056900     EXEC SQL
057000         DECLARE CSR625A CURSOR FOR
057100         SELECT ACCT.ACCT_BANK_NBR, ACCT.ACCT_KEY
057200           FROM CIF.CUSTXREF XREF
057300           JOIN CIF.ACCOUNT ACCT
057400             ON ACCT.ACCT_BANK_NBR = XREF.BANK_NBR
057500            AND ACCT.ACCT_KEY      = XREF.FILE_KEY
057600          WHERE XREF.FILE_ID          = 'ACCT'
057700            AND XREF.RELATED_FILE_ID  = 'CUST'
057800            AND XREF.RELATED_BANK_NBR = :WS-ROW-BANK-NBR
057900            AND XREF.RELATED_FILE_KEY = :WS-ROW-FILE-KEY
058000            AND ACCT.ACCT_FILE_ID     = 'DDA '
058100            AND ACCT.ACCT_STATUS      = 'O'
058200     END-EXEC.
058300     EXEC SQL
058400         OPEN CSR625A
058500     END-EXEC.
058600     PERFORM 4200-FETCH-ACCOUNT THRU 4200-EXIT
058700         UNTIL WS-ACCT-EOF-YES.
058800     EXEC SQL
058900         CLOSE CSR625A
059000     END-EXEC.
059100 4100-EXIT.
059200     EXIT.
059300*----------------------------------------------------------------
059400 4200-FETCH-ACCOUNT.
059500     EXEC SQL
059600         FETCH CSR625A
059700          INTO :WS-AF-BANK-NBR, :WS-AF-FILE-KEY
059800     END-EXEC.
059900     IF  SQLCODE NOT = ZERO
060000         SET WS-ACCT-EOF-YES TO TRUE
060100         GO TO 4200-EXIT
060200     END-IF.
060300*    ONLY A NUMERIC DEPOSIT KEY POSTS TO THE ARCHIVE.
060400     MOVE WS-AF-FILE-KEY TO WS-KEY-WORK.
060500     IF  WS-KEY-ACCT-NBR NOT NUMERIC
060600     OR  WS-ACCT-MAX NOT < 20
060700         GO TO 4200-EXIT
060800     END-IF.
060900     ADD 1 TO WS-ACCT-MAX.
061000     MOVE WS-AF-BANK-NBR  TO WS-AT-BANK-NBR (WS-ACCT-MAX).
061100     MOVE WS-KEY-ACCT-NBR TO WS-AT-ACCT-NBR (WS-ACCT-MAX).
061200 4200-EXIT.
061300     EXIT.
061400*----------------------------------------------------------------
061500 4300-ACCOUNT-OUTFLOW.
061600     MOVE WS-AT-BANK-NBR (WS-SUB) TO WS-ARCH-BANK.
061700     MOVE WS-AT-ACCT-NBR (WS-SUB) TO WS-ACCT-NBR-9.
061800     MOVE ZERO TO WS-ITEM-COUNT.
061900     MOVE ZERO TO WS-ITEM-SUM.
062000     EXEC SQL
062100         SELECT COUNT(*), COALESCE(SUM(ARCH_TX_AMT), 0)
062200           INTO :WS-ITEM-COUNT, :WS-ITEM-SUM
062300           FROM DSDS.PDTXARCH
062400          WHERE ARCH_BANK_NO = :WS-ARCH-BANK
062500            AND ARCH_ACCT_NO = :WS-ACCT-NBR-9
062600            AND ARCH_POST_DATE >= :WS-CHG-PACKED
062700            AND ARCH_POST_DATE <= :WS-END-PACKED
062800            AND ARCH_TX_AMT >= :DSDSB540-MIN-AMT
062900            AND ARCH_TX_CODE IN (:DSDSB540-OUT-CODE (1),
063000                                 :DSDSB540-OUT-CODE (2),
063100                                 :DSDSB540-OUT-CODE (3),
063200                                 :DSDSB540-OUT-CODE (4),
063300                                 :DSDSB540-OUT-CODE (5),
063400                                 :DSDSB540-OUT-CODE (6),
063500                                 :DSDSB540-OUT-CODE (7),
063600                                 :DSDSB540-OUT-CODE (8))
063700     END-EXEC.
063800     ADD WS-ITEM-COUNT TO WS-OUTFLOW-COUNT.
063900     ADD WS-ITEM-SUM   TO WS-OUTFLOW-AMT.
064000 4300-EXIT.
064100     EXIT.
064200*----------------------------------------------------------------
064300 5000-REPORT-MATCH.
064400*    THE OPEN CHANGES ARE CLOSED WITH WHAT FOLLOWED THEM, SO
064500*    THE SAME SEQUENCE IS REPORTED, HELD, AND SUSPENDED ONCE.
064600     ADD 1 TO WS-TOTAL-MATCHED.
064700     EXEC SQL
064800         UPDATE DSDS.ATOEVENT
064900            SET AEVT_MATCH_DATE  = CURRENT DATE,
065000                AEVT_MATCH_FLAGS = :WS-MATCH-FLAGS
065100          WHERE AEVT_CUST_ID     = :WS-ROW-CUST-ID
065200            AND AEVT_MATCH_DATE  = '0001-01-01'
065300            AND AEVT_EVENT_DATE >= :WS-WINDOW-START
065400     END-EXEC.
065500     IF  SQLCODE NOT = ZERO
065600         DISPLAY 'DSDSB540 - EVENT MATCH UPDATE FAILED, SQLCODE '
065700             SQLCODE
065800     END-IF.
065900     IF  DSDSB540-HOLD-YES
066000         MOVE SPACES TO WS-HOLD-REF-ID
066100         MOVE WS-ROW-CUST-ID TO DL-CUST-ID
066200         STRING 'ATO ' DL-CUST-ID ' ' WS-CHG-DATE
066300             DELIMITED BY SIZE
066400             INTO WS-HOLD-REF-ID
066500         PERFORM 5200-PLACE-HOLD THRU 5200-EXIT
066600             VARYING WS-SUB FROM 1 BY 1
066700             UNTIL WS-SUB > WS-ACCT-MAX
066800     END-IF.
066900     IF  DSDSB540-SUSPEND-YES
067000     AND WS-TOKEN-COUNT > ZERO
067100         PERFORM 5500-SUSPEND-TOKENS THRU 5500-EXIT
067200     END-IF.
067300     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
067400 5000-EXIT.
067500     EXIT.
067600*----------------------------------------------------------------
067700 5200-PLACE-HOLD.
067800*    THE SAME VALIDATION FINQU501 GIVES THE ONLINE PATH, AND
067900*    ONE HOLD PER ACCOUNT PER SEQUENCE -- A RERUN MUST NOT
068000*    STACK DUPLICATES.
068100     MOVE DSDSB540-HOLD-REF-SOURCE TO FINQU501-REFERENCE-SOURCE.
068200     CALL 'FINQU501' USING FINQU501-PARAMETERS.
068300     IF  NOT FINQU501-VALID
068400     OR  DSDSB540-HOLD-AMT NOT > ZERO
068500         ADD 1 TO WS-TOTAL-HOLD-FAIL
068600         GO TO 5200-EXIT
068700     END-IF.
068800     MOVE WS-AT-BANK-NBR (WS-SUB)   TO HOLD-BANK-NBR.
068900     MOVE DSDSB540-HOLD-ACCT-ID     TO HOLD-ACCT-ID.
069000     MOVE WS-AT-ACCT-NBR-X (WS-SUB) TO HOLD-ACCT-NBR.
069100     MOVE ZERO TO WS-PRIOR-COUNT.
069200     EXEC SQL
069300         SELECT COUNT(*)
069400           INTO :WS-PRIOR-COUNT
069500           FROM FINQ.HOLD
069600          WHERE HOLD_BANK_NBR = :HOLD-BANK-NBR
069700            AND HOLD_ACCT_ID  = :HOLD-ACCT-ID
069800            AND HOLD_ACCT_NBR = :HOLD-ACCT-NBR
069900            AND HOLD_SOURCE_PROG = 'DSDSB540'
070000            AND HOLD_REFERENCE_ID = :WS-HOLD-REF-ID
070100     END-EXEC.
070200     IF  WS-PRIOR-COUNT > ZERO
070300         GO TO 5200-EXIT
070400     END-IF.
070500     EXEC SQL
070600         INSERT INTO FINQ.HOLD
070700                (HOLD_BANK_NBR, HOLD_ACCT_ID, HOLD_ACCT_NBR,
070800                 HOLD_TYPE, HOLD_SOURCE_USER, HOLD_SOURCE_PROG,
070900                 HOLD_PLACE_DATE, HOLD_RELEASE_DATE, HOLD_AMOUNT,
071000                 HOLD_CHECK_NBR, HOLD_LAST_UPDATE, HOLD_TX_DESC,
071100                 HOLD_LST_4_DIGITS, HOLD_REFERENCE_SOURCE,
071200                 HOLD_REFERENCE_ID, HOLD_MEMO_ID,
071300                 HOLD_CREATE_TS, HOLD_UPDATE_TS)
071400         VALUES (:HOLD-BANK-NBR, :HOLD-ACCT-ID, :HOLD-ACCT-NBR,
071500                 :DSDSB540-HOLD-TYPE, 0, 'DSDSB540',
071600                 :WS-TODAY-DATE, :WS-RELEASE-DATE,
071700                 :DSDSB540-HOLD-AMT,
071800                 0, CURRENT TIMESTAMP,
071900                 'ACCOUNT TAKEOVER SEQUENCE HOLD',
072000                 0, :DSDSB540-HOLD-REF-SOURCE,
072100                 :WS-HOLD-REF-ID, 0,
072200                 CURRENT TIMESTAMP, CURRENT TIMESTAMP)
072300     END-EXEC.
072400     IF  SQLCODE = ZERO
072500         ADD 1 TO WS-TOTAL-HELD
072600         ADD 1 TO WS-HOLD-COUNT
072700     ELSE
072800         ADD 1 TO WS-TOTAL-HOLD-FAIL
072900     END-IF.
073000 5200-EXIT.
073100     EXIT.
073200*----------------------------------------------------------------
073300 5500-SUSPEND-TOKENS.
073400*    EVERY ACTIVE TOKEN PROVISIONED SINCE THE CHANGE GETS A
073500*    SUSPEND REQUEST TO THE NETWORK AND THE VAULT ROW MOVES TO
073600*    S, AS ACMB508 DOES FOR A RETIRED PAN.  TOKENS THAT WERE
073700*    ALREADY THERE BEFORE THE CHANGE ARE LEFT ALONE.
073800     MOVE 'N' TO WS-TOKX-EOF-SW.
073900     EXEC SQL
074000         DECLARE CSR625T CURSOR FOR
074100         SELECT TOK.TOK_CARD_NBR, TOK.TOK_TOKEN_NBR,
074200                TOK.TOK_WALLET_ID
074300           FROM ACM.TOKENXRF TOK
074400           JOIN ACM.DEBCXREF ADCX
074500             ON ADCX.ADCX_CARD_NBR = TOK.TOK_CARD_NBR
074600           JOIN CIF.CUSTXREF XREF
074700             ON XREF.BANK_NBR         = ADCX.ADCX_FILE_BANK
074800            AND XREF.FILE_ID          = 'ACCT'
074900            AND XREF.FILE_KEY         = ADCX.ADCX_FILE_KEY
075000            AND XREF.RELATED_FILE_ID  = 'CUST'
075100          WHERE XREF.RELATED_BANK_NBR = :WS-ROW-BANK-NBR
075200            AND XREF.RELATED_FILE_KEY = :WS-ROW-FILE-KEY
075300            AND TOK.TOK_STATUS = 'A'
075400            AND TOK.TOK_PROV_DATE >= :WS-CHG-DATE
075500     END-EXEC.
075600     EXEC SQL OPEN CSR625T END-EXEC.
075700     PERFORM 5600-FETCH-TOKEN THRU 5600-EXIT.
075800     PERFORM 5700-REQUEST-ONE-SUSPEND THRU 5700-EXIT
075900         UNTIL WS-TOKX-EOF-YES.
076000     EXEC SQL CLOSE CSR625T END-EXEC.
076100 5500-EXIT.
076200     EXIT.
076300*----------------------------------------------------------------
076400 5600-FETCH-TOKEN.
076500     EXEC SQL
076600         FETCH CSR625T
076700          INTO :TOK-CARD-NBR, :TOK-TOKEN-NBR, :TOK-WALLET-ID
076800     END-EXEC.
076900     IF  SQLCODE NOT = ZERO
077000         SET WS-TOKX-EOF-YES TO TRUE
077100     END-IF.
077200 5600-EXIT.
077300     EXIT.
077400*----------------------------------------------------------------
077500 5700-REQUEST-ONE-SUSPEND.
077600     MOVE SPACES        TO TOKOUT-RECORD.
077700     MOVE 'S'           TO TOKR-ACTION.
077800     MOVE TOK-TOKEN-NBR TO TOKR-TOKEN-NBR.
077900     MOVE TOK-WALLET-ID TO TOKR-WALLET-ID.
078000     MOVE TOK-CARD-NBR  TO TOKR-CARD-NBR.
078100     WRITE TOKOUT-RECORD.
078200     EXEC SQL
078300         UPDATE ACM.TOKENXRF
078400            SET TOK_STATUS = 'S',
078500                TOK_STATUS_DATE = CURRENT DATE
078600          WHERE TOK_TOKEN_NBR = :TOK-TOKEN-NBR
078700     END-EXEC.
078800     ADD 1 TO WS-SUSPEND-COUNT.
078900     ADD 1 TO WS-TOTAL-SUSPENDED.
079000     PERFORM 5600-FETCH-TOKEN THRU 5600-EXIT.
079100 5700-EXIT.
079200     EXIT.
079300*----------------------------------------------------------------
079400 6000-WRITE-DETAIL.
079500     MOVE WS-ROW-CUST-ID    TO DL-CUST-ID.
079600     MOVE WS-ROW-CUST-NAME  TO DL-CUST-NAME.
079700     MOVE WS-CHG-DATE       TO DL-CHG-DATE.
079800     MOVE WS-DELIVERY-CHG   TO DL-DELIVERY-CHG.
079900     MOVE WS-HOME-CHG       TO DL-HOME-CHG.
080000     MOVE WS-CELL-CHG       TO DL-CELL-CHG.
080100     MOVE WS-REISSUE-COUNT  TO DL-REISSUE-COUNT.
080200     MOVE WS-TOKEN-COUNT    TO DL-TOKEN-COUNT.
080300     MOVE WS-OUTFLOW-COUNT  TO DL-OUTFLOW-COUNT.
080400     MOVE WS-OUTFLOW-AMT    TO DL-OUTFLOW-AMT.
080500     MOVE WS-HOLD-COUNT     TO DL-HOLD-COUNT.
080600     MOVE WS-SUSPEND-COUNT  TO DL-SUSPEND-COUNT.
080700     MOVE WS-DETAIL-LINE TO RPT625-RECORD.
080800     WRITE RPT625-RECORD.
080900 6000-EXIT.
081000     EXIT.
081100*----------------------------------------------------------------
081200 8000-FINALIZE.
081300     EXEC SQL
081400         CLOSE CSR625
081500     END-EXEC.
081600     MOVE WS-TOTAL-CUSTOMERS TO TL-CUSTOMERS.
081700     MOVE WS-TOTAL-LINE-1 TO RPT625-RECORD.
081800     WRITE RPT625-RECORD.
081900     MOVE WS-TOTAL-BASELINED TO TL-BASELINED.
082000     MOVE WS-TOTAL-LINE-2 TO RPT625-RECORD.
082100     WRITE RPT625-RECORD.
082200     MOVE WS-TOTAL-CHANGES TO TL-CHANGES.
082300     MOVE WS-TOTAL-LINE-3 TO RPT625-RECORD.
082400     WRITE RPT625-RECORD.
082500     MOVE WS-TOTAL-MATCHED TO TL-MATCHED.
082600     MOVE WS-TOTAL-LINE-4 TO RPT625-RECORD.
082700     WRITE RPT625-RECORD.
082800     MOVE WS-TOTAL-HELD TO TL-HELD.
082900     MOVE WS-TOTAL-LINE-5 TO RPT625-RECORD.
083000     WRITE RPT625-RECORD.
083100     MOVE WS-TOTAL-HOLD-FAIL TO TL-HOLD-FAIL.
083200     MOVE WS-TOTAL-LINE-6 TO RPT625-RECORD.
083300     WRITE RPT625-RECORD.
083400     MOVE WS-TOTAL-SUSPENDED TO TL-SUSPENDED.
083500     MOVE WS-TOTAL-LINE-7 TO RPT625-RECORD.
083600     WRITE RPT625-RECORD.
083700     MOVE WS-TOTAL-PURGED TO TL-PURGED.
083800     MOVE WS-TOTAL-LINE-8 TO RPT625-RECORD.
083900     WRITE RPT625-RECORD.
084000     CLOSE TOKOUT-FILE.
084100     CLOSE RPT625-FILE.
084200 8000-EXIT.
084300     EXIT.
