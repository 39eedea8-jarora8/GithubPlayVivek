002400*                      DSDS.STOPPAY ORDERS.  THE SWIVEL CHAIR    *
002500*                      RETIRES.                                  *
002600*                                                                *
002610*   10/15/2026 RM     ADDED TAB G -- THE AUTHORIZED PARTIES     *
002620*                      (POA AGENTS, TRUSTEES, SIGNERS) ON        *
002630*                      CIF.AUTHPTY FOR THE ACCOUNT, WITH SCOPE   *
002640*                      AND EXPIRY, AS CIFO524 MAINTAINS THEM.    *
002650*                                                                *
002660*   10/15/2026 RM     ADDED TAB K -- THE CUSTOMER'S COMPLAINTS  *
002670*                      ON CIF.COMPLAINT (CIFO526), UNDER THIS    *
002680*                      KEY OR ANY KEY OF THE SAME CUSTOMER, OPEN *
002685*                      ONES FIRST, WITH THEIR FLAGS, DEADLINE,   *
002690*                      RESOLUTION AND LINKED DISPUTE CASE.       *
002695*                                                                *
002700******************************************************************
002800 ENVIRONMENT DIVISION.
002900 CONFIGURATION SECTION.
005800         88  WS-FUNC-HOLDS               VALUE 'H'.
005900         88  WS-FUNC-DISPUTES            VALUE 'P'.
006000         88  WS-FUNC-STOPS               VALUE 'S'.
006050         88  WS-FUNC-AGENTS              VALUE 'G'.
006060         88  WS-FUNC-COMPLAINTS          VALUE 'K'.
006100     05  WS-IN-BANK-NBR          PIC 9(03).
006200     05  WS-IN-FILE-ID           PIC X(04).
006300     05  WS-IN-FILE-KEY          PIC X(25).
013100     05  FILLER       PIC X(09) VALUE ' EXPIRES '.
013200     05  WS-SL-EXPIRE            PIC X(10).
013300     05  FILLER                  PIC X(15)   VALUE SPACE.
013305 01  WS-AGENT-LINE.
013310     05  WS-GL-PARTY-SEQ         PIC ZZZ9.
013315     05  FILLER                  PIC X(01)   VALUE SPACE.
013320     05  WS-GL-ROLE              PIC X(01).
013325     05  FILLER                  PIC X(01)   VALUE SPACE.
013330     05  WS-GL-PARTY-NAME        PIC X(30).
013335     05  FILLER                  PIC X(01)   VALUE SPACE.
013340     05  WS-GL-SCOPE-INQUIRY     PIC X(01).
013345     05  WS-GL-SCOPE-WITHDRAW    PIC X(01).
013350     05  WS-GL-SCOPE-CLOSE       PIC X(01).
013355     05  FILLER                  PIC X(01)   VALUE SPACE.
013360     05  WS-GL-EFF-DATE          PIC X(10).
013365     05  FILLER                  PIC X(01)   VALUE SPACE.
013370     05  WS-GL-EXPIRY-DATE       PIC X(10).
013375     05  FILLER                  PIC X(01)   VALUE SPACE.
013380     05  WS-GL-DOC-REF           PIC X(14).
013385     05  FILLER                  PIC X(02)   VALUE SPACE.
013400*----------------------------------------------------------------
013500     COPY CIFU521P.
013600*----------------------------------------------------------------
014900     COPY ACMDISP.
015000*----------------------------------------------------------------
015100     COPY DSDSSTOP.
015130*----------------------------------------------------------------
015160     COPY CIFAUTHP.
015161*----------------------------------------------------------------
015162     COPY CIFCMPLT.
015163*----------------------------------------------------------------
015164*    ONE COMPLAINT ON TAB K.
015165 01  WS-CMPL-LINE.
015166     05  WS-KL-CASE-NBR          PIC 9(09).
015167     05  FILLER                  PIC X(01)   VALUE SPACE.
015168     05  WS-KL-STATUS            PIC X(01).
015169     05  FILLER                  PIC X(01)   VALUE SPACE.
015170     05  WS-KL-RECEIVED          PIC X(10).
015171     05  FILLER                  PIC X(01)   VALUE SPACE.
015172     05  WS-KL-PRODUCT           PIC X(01).
015173     05  FILLER                  PIC X(01)   VALUE SPACE.
015174     05  WS-KL-CATEGORY          PIC X(04).
015175     05  FILLER                  PIC X(01)   VALUE SPACE.
015176     05  WS-KL-UDAAP             PIC X(01).
015177     05  WS-KL-FAIR-LEND         PIC X(01).
015178     05  FILLER       PIC X(05) VALUE ' DUE '.
015179     05  WS-KL-DEADLINE          PIC X(10).
015180     05  FILLER                  PIC X(01)   VALUE SPACE.
015181     05  WS-KL-RESOLUTION        PIC X(03).
015182     05  FILLER       PIC X(09) VALUE ' DISPUTE '.
015183     05  WS-KL-DISPUTE-CASE      PIC Z(08)9.
015184     05  FILLER                  PIC X(11)   VALUE SPACE.
015200*----------------------------------------------------------------
015300 PROCEDURE DIVISION.
015400*
018600             PERFORM 6000-SHOW-DISPUTES THRU 6000-EXIT
018700         WHEN WS-FUNC-STOPS
018800             PERFORM 7000-SHOW-STOPS THRU 7000-EXIT
018830         WHEN WS-FUNC-AGENTS
018860             PERFORM 7500-SHOW-AGENTS THRU 7500-EXIT
018870         WHEN WS-FUNC-COMPLAINTS
018880             PERFORM 8500-SHOW-COMPLAINTS THRU 8500-EXIT
018900         WHEN OTHER
019000             MOVE 'CIFO522 - TAB MUST BE D R A C H P S G OR K'
019100               TO WS-OUT-STATUS-LINE
019200     END-EVALUATE.
019300     PERFORM 8000-SEND-AND-RETURN THRU 8000-EXIT.
051200     PERFORM 7100-FETCH-STOP THRU 7100-EXIT.
051300 7200-EXIT.
051400     EXIT.
051401*----------------------------------------------------------------
051402 7500-SHOW-AGENTS.
051403*    PARTIES STILL IN FORCE FIRST, THEN THE LAPSED ONES, SO A
051404*    BANKER SEES AN EXPIRED POA FOR WHAT IT IS.
051405     MOVE 'N' TO WS-ROW-EOF-SW.
051406     EXEC SQL
051407         DECLARE CSRO22G CURSOR FOR
051408         SELECT AP_PARTY_SEQ, AP_ROLE, AP_PARTY_NAME,
051409                AP_SCOPE_INQUIRY, AP_SCOPE_WITHDRAW,
051410                AP_SCOPE_CLOSE, AP_EFF_DATE, AP_EXPIRY_DATE,
051411                AP_DOC_REF
051412           FROM CIF.AUTHPTY
051413          WHERE AP_BANK_NBR = :WS-IN-BANK-NBR
051414            AND AP_FILE_ID  = :WS-IN-FILE-ID
051415            AND AP_KEY      = :WS-IN-FILE-KEY
051416          ORDER BY AP_EXPIRY_DATE DESC, AP_PARTY_SEQ
051417     END-EXEC.
051418     EXEC SQL OPEN CSRO22G END-EXEC.
051419     PERFORM 7600-FETCH-AGENT THRU 7600-EXIT.
051420     PERFORM 7700-LIST-ONE-AGENT THRU 7700-EXIT
051421         UNTIL WS-ROW-EOF-YES
051422         OR WS-LINE-SUB >= 20.
051423     EXEC SQL CLOSE CSRO22G END-EXEC.
051424     IF  WS-LINE-SUB = ZERO
051425         MOVE 'CIFO522 - NO AUTHORIZED PARTIES ON FILE'
051426           TO WS-OUT-STATUS-LINE
051427     ELSE
051428         MOVE 'CIFO522 - AUTHORIZED PARTIES (TAB G)'
051429           TO WS-OUT-STATUS-LINE
051430     END-IF.
051431 7500-EXIT.
051432     EXIT.
051433*----------------------------------------------------------------
051434 7600-FETCH-AGENT.
051435     EXEC SQL
051436         FETCH CSRO22G
051437          INTO :AP-PARTY-SEQ, :AP-ROLE, :AP-PARTY-NAME,
051438               :AP-SCOPE-INQUIRY, :AP-SCOPE-WITHDRAW,
051439               :AP-SCOPE-CLOSE, :AP-EFF-DATE, :AP-EXPIRY-DATE,
051440               :AP-DOC-REF
051441     END-EXEC.
051442     IF  SQLCODE NOT = ZERO
051443         SET WS-ROW-EOF-YES TO TRUE
051444     END-IF.
051445 7600-EXIT.
051446     EXIT.
051447*----------------------------------------------------------------
051448 7700-LIST-ONE-AGENT.
051449     ADD 1 TO WS-LINE-SUB.
051450     MOVE AP-PARTY-SEQ         TO WS-GL-PARTY-SEQ.
051451     MOVE AP-ROLE              TO WS-GL-ROLE.
051452     MOVE AP-PARTY-NAME (1:30) TO WS-GL-PARTY-NAME.
051453     MOVE AP-SCOPE-INQUIRY     TO WS-GL-SCOPE-INQUIRY.
051454     MOVE AP-SCOPE-WITHDRAW    TO WS-GL-SCOPE-WITHDRAW.
051455     MOVE AP-SCOPE-CLOSE       TO WS-GL-SCOPE-CLOSE.
051456     MOVE AP-EFF-DATE          TO WS-GL-EFF-DATE.
051457     IF  AP-EXPIRY-DATE = '9999-12-31'
051458         MOVE 'NONE'           TO WS-GL-EXPIRY-DATE
051459     ELSE
051460         MOVE AP-EXPIRY-DATE   TO WS-GL-EXPIRY-DATE
051461     END-IF.
051462     MOVE AP-DOC-REF (1:14)    TO WS-GL-DOC-REF.
051463     MOVE WS-AGENT-LINE TO WS-OUT-LINE (WS-LINE-SUB).
051464     PERFORM 7600-FETCH-AGENT THRU 7600-EXIT.
051465 7700-EXIT.
051466     EXIT.
051500*----------------------------------------------------------------
051600 8000-SEND-AND-RETURN.
051700     EXEC CICS SEND
052300     END-EXEC.
052400 8000-EXIT.
052500     EXIT.
052600*----------------------------------------------------------------
052700 8500-SHOW-COMPLAINTS.
052800*    EVERY COMPLAINT TAKEN UNDER THIS KEY, OR UNDER ANY KEY THAT
052900*    PLACES ON THE SAME CUSTOMER -- UNRESOLVED ONES FIRST, THEN
053000*    THE CLOSED HISTORY, NEWEST FIRST.
053100     PERFORM 2900-CALL-CIFU021 THRU 2900-EXIT.
053200     IF  NOT U021-GOOD-RETURN
053300         MOVE ZERO TO U021-CUST-ID
053400     END-IF.
053500     MOVE 'N' TO WS-ROW-EOF-SW.
053600     EXEC SQL
053700         DECLARE CSRO22K CURSOR FOR
053800         SELECT CMP_CASE_NBR, CMP_STATUS, CMP_RECEIVED_DATE,
053900                CMP_PRODUCT, CMP_CATEGORY, CMP_UDAAP_IND,
054000                CMP_FAIR_LEND_IND, CMP_DEADLINE, CMP_RESOLUTION,
054100                CMP_DISPUTE_CASE
054200           FROM CIF.COMPLAINT
054300          WHERE (CMP_BANK_NBR = :WS-IN-BANK-NBR
054400            AND  CMP_FILE_ID  = :WS-IN-FILE-ID
054500            AND  CMP_FILE_KEY = :WS-IN-FILE-KEY)
054600             OR (CMP_CUST_ID  = :U021-CUST-ID
054700            AND  CMP_CUST_ID <> 0)
054800          ORDER BY CASE WHEN CMP_STATUS = 'C' THEN 1 ELSE 0 END,
054900                   CMP_RECEIVED_DATE DESC, CMP_CASE_NBR DESC
055000     END-EXEC.
055100     EXEC SQL OPEN CSRO22K END-EXEC.
055200     PERFORM 8600-FETCH-COMPLAINT THRU 8600-EXIT.
055300     PERFORM 8700-LIST-ONE-COMPLAINT THRU 8700-EXIT
055400         UNTIL WS-ROW-EOF-YES
055500         OR WS-LINE-SUB >= 20.
055600     EXEC SQL CLOSE CSRO22K END-EXEC.
055700     IF  WS-LINE-SUB = ZERO
055800         MOVE 'CIFO522 - NO COMPLAINTS ON FILE'
055900           TO WS-OUT-STATUS-LINE
056000     ELSE
056100         MOVE 'CIFO522 - COMPLAINTS (TAB K)'
056200           TO WS-OUT-STATUS-LINE
056300     END-IF.
056400 8500-EXIT.
056500     EXIT.
056600*----------------------------------------------------------------
056700 8600-FETCH-COMPLAINT.
056800     EXEC SQL
056900         FETCH CSRO22K
057000          INTO :CMP-CASE-NBR, :CMP-STATUS, :CMP-RECEIVED-DATE,
057100               :CMP-PRODUCT, :CMP-CATEGORY, :CMP-UDAAP-IND,
057200               :CMP-FAIR-LEND-IND, :CMP-DEADLINE, :CMP-RESOLUTION,
057300               :CMP-DISPUTE-CASE
057400     END-EXEC.
057500     IF  SQLCODE NOT = ZERO
057600         SET WS-ROW-EOF-YES TO TRUE
057700     END-IF.
057800 8600-EXIT.
057900     EXIT.
058000*----------------------------------------------------------------
058100 8700-LIST-ONE-COMPLAINT.
058200     ADD 1 TO WS-LINE-SUB.
058300     MOVE CMP-CASE-NBR         TO WS-KL-CASE-NBR.
058400     MOVE CMP-STATUS           TO WS-KL-STATUS.
058500     MOVE CMP-RECEIVED-DATE    TO WS-KL-RECEIVED.
058600     MOVE CMP-PRODUCT          TO WS-KL-PRODUCT.
058700     MOVE CMP-CATEGORY         TO WS-KL-CATEGORY.
058800     MOVE CMP-UDAAP-IND        TO WS-KL-UDAAP.
058900     MOVE CMP-FAIR-LEND-IND    TO WS-KL-FAIR-LEND.
059000     MOVE CMP-DEADLINE         TO WS-KL-DEADLINE.
059100     MOVE CMP-RESOLUTION       TO WS-KL-RESOLUTION.
059200     MOVE CMP-DISPUTE-CASE     TO WS-KL-DISPUTE-CASE.
059300     MOVE WS-CMPL-LINE TO WS-OUT-LINE (WS-LINE-SUB).
059400     PERFORM 8600-FETCH-COMPLAINT THRU 8600-EXIT.
059500 8700-EXIT.
059600     EXIT.
