002506*                      (EDOC.FORMRET, 24-MONTH DEFAULT) -- SO    *
002507*                      'PROVE YOU SENT IT' HAS AN ANSWER.        *
002508*                      EDOCO501 RETRIEVES; EDOCB502 PURGES.      *
002509*                                                                *
002510*   10/15/2026 RM     THE TRAVEL-ALONE FORM LIST MOVED TO THE    *
002511*                      EDOCSTND COPYBOOK, SHARED WITH THE        *
002512*                      EDOCB503 PRINT-AND-MAIL STEP, WHICH KEEPS *
002513*                      THOSE FORMS IN ENVELOPES OF THEIR OWN.    *
002514*                                                                *
002515*   10/15/2026 RM     EACH EDOC.CORRARCH ROW NOW CARRIES THE     *
002516*                      DELIVERY RESULT AND ITS TIMESTAMP AS      *
002517*                      EDOC050 RETURNED THEM (SENT, BOUNCED,     *
002518*                      TIMED OUT, PENDING) FOR THE NOTICE        *
002519*                      TIMELINESS PROOF (EDOCB505).              *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
002700 CONFIGURATION SECTION.
008914     05  WS-ARC-METHOD            PIC 9(03)   VALUE ZERO.
008915     05  WS-ARC-SUBJECT           PIC X(80)   VALUE SPACE.
008916     05  WS-ARC-PAYLOAD           PIC X(80)   VALUE SPACE.
008917     05  WS-ARC-RESULT            PIC X(01)   VALUE SPACE.
008918     05  WS-ARC-RESULT-TS         PIC X(26)   VALUE SPACE.
008920     05  WS-CUST-LANGUAGE         PIC X(01)   VALUE 'E'.
008930     05  WS-TMPL-FOUND-SW         PIC X(01)   VALUE 'N'.
008940         88  WS-TMPL-FOUND                VALUE 'Y'.
008990     05  WS-MERGED-BODY           PIC X(80)   VALUE SPACE.
008991     05  WS-PAYLOAD-SLICES.
008992         10  WS-PAYLOAD-SLICE     PIC X(20)   OCCURS 4 TIMES.
009242*    FORMS THAT MUST TRAVEL ALONE, WHATEVER ELSE THE CUSTOMER
009492*    HAS COMING (EDOCSTND).
009742     COPY EDOCSTND.
010000*----------------------------------------------------------------
010100     COPY EMPWORK.
010110*----------------------------------------------------------------
024300     COMPUTE WS-TOTAL-SAVED =
024400         WS-TOTAL-SAVED + WS-PKG-COUNT - 1.
024500     CALL 'EDOC050' USING EDOC050-PARAMETERS.
024505     PERFORM 7615-CAPTURE-RESULT THRU 7615-EXIT.
024510     PERFORM 7600-ARCHIVE-PACKAGE THRU 7600-EXIT.
024600     MOVE ZERO TO WS-PKG-COUNT.
024700 6000-EXIT.
025100     PERFORM 7100-START-PACKAGE THRU 7100-EXIT.
025200     CALL 'EDOC050' USING EDOC050-PARAMETERS.
025210     MOVE 1 TO WS-PKG-COUNT.
025215     PERFORM 7615-CAPTURE-RESULT THRU 7615-EXIT.
025220     PERFORM 7600-ARCHIVE-PACKAGE THRU 7600-EXIT.
025300*    THE STANDALONE PIECE IS NOT PART OF A PACKAGE -- THE
025400*    PACKAGE COUNT GOES BACK TO WHERE IT WAS.
028886                (CARC_BANK_NBR, CARC_FILE_ID, CARC_KEY,
028887                 CARC_FORM_ID, CARC_SUBJECT, CARC_PAYLOAD,
028888                 CARC_DEL_METHOD, CARC_SENT_TS,
028889                 CARC_RETAIN_MONTHS, CARC_RESULT, CARC_RESULT_TS)
028890         VALUES (:EDOC050-ACCT-BANK-NBR, :EDOC050-ACCT-FILE-ID,
028891                 :EDOC050-ACCT-KEY, :WS-ARC-FORM,
028892                 :WS-ARC-SUBJECT, :WS-ARC-PAYLOAD,
028893                 :WS-ARC-METHOD, CURRENT TIMESTAMP,
028894                 :FR-RETAIN-MONTHS, :WS-ARC-RESULT,
028895                 :WS-ARC-RESULT-TS)
028896     END-EXEC.
028897     IF  SQLCODE = ZERO
028898         ADD 1 TO WS-TOTAL-ARCHIVED
028899     END-IF.
028900 7610-EXIT.
028901     EXIT.
028902*----------------------------------------------------------------
028903 7620-RESOLVE-RETENTION.
028904     MOVE +24 TO FR-RETAIN-MONTHS.
028905     EXEC SQL
028906         SELECT FR_RETAIN_MONTHS
028907           INTO :FR-RETAIN-MONTHS
028908           FROM EDOC.FORMRET
028909          WHERE FR_FORM_ID = :WS-ARC-FORM
028910     END-EXEC.
028911     IF  SQLCODE NOT = ZERO
028912         MOVE +24 TO FR-RETAIN-MONTHS
028913     END-IF.
028914 7620-EXIT.
028915     EXIT.
028920*----------------------------------------------------------------
028930 7615-CAPTURE-RESULT.
028940*    THE PACKAGE IS DELIVERED AS ONE; SLOT ONE HOLDS ITS RESULT
028950*    AND ITS TIMESTAMP FOR EVERY PIECE ARCHIVED FROM IT.
028960     MOVE EDOC050-DEL-RESULT-SW (1) TO WS-ARC-RESULT.
028970     IF  WS-ARC-RESULT = SPACE
028980         MOVE 'P' TO WS-ARC-RESULT
028990     END-IF.
029000     MOVE EDOC050-DEL-RESULT-TS (1) TO WS-ARC-RESULT-TS.
029010     IF  WS-ARC-RESULT-TS = SPACES
029020         MOVE '0001-01-01-00.00.00.000000' TO WS-ARC-RESULT-TS
029030     END-IF.
029040 7615-EXIT.
029050     EXIT.
030200*----------------------------------------------------------------
030300 8000-FINALIZE.
030400     MOVE WS-TOTAL-REQUESTS TO TL-REQUESTS.
