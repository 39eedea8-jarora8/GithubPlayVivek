002100*                      NOTICE TO THE NTCREQ DIGEST, AND PROVES   *
002200*                      ITEMS POSTED TO THE FILE TRAILER'S        *
002300*                      COUNT AND TOTAL.                          *
002310*                                                                *
002320*   10/15/2026 RM     A RETURNED CHECK ON FINQ.DUPSUSP (A        *
002330*                      DUPLICATE PRESENTMENT FINQB509 CAUGHT) IS *
002340*                      CHARGED BACK TO THE LATER DEPOSIT'S       *
002350*                      ACCOUNT, WHERE ITS EXCEPTION HOLD IS, AND *
002360*                      REPORTED AS DUP-POST.                     *
002400*                                                                *
002500******************************************************************
002600 ENVIRONMENT DIVISION.
006700     05  WS-EOF-SW                PIC X       VALUE 'N'.
006800         88  WS-EOF-YES                   VALUE 'Y'.
006900     05  WS-RET-STATUS            PIC XX      VALUE '00'.
006930     05  WS-DUP-SW                PIC X       VALUE 'N'.
006960         88  WS-DUP-FOUND                 VALUE 'Y'.
007000 01  WS-WORK-FIELDS.
007100     05  WS-TODAY-DATE            PIC S9(7)   COMP-3 VALUE +0.
007200     05  WS-SEQUENCE              PIC S9(5)   COMP-3 VALUE +0.
007700     05  WS-FEES-POSTED           PIC S9(5)   COMP  VALUE ZERO.
007800     05  WS-HOLDS-ADJUSTED        PIC S9(5)   COMP  VALUE ZERO.
007900     05  WS-PEND-ERRORS           PIC S9(5)   COMP  VALUE ZERO.
007950     05  WS-DUPS-REDIRECTED       PIC S9(5)   COMP  VALUE ZERO.
008000 01  WS-ACCT-KEY-WORK.
008100     05  FILLER                   PIC X(16)   VALUE SPACES.
008200     05  WS-ACCT-KEY-NBR          PIC 9(09).
009000     05  NI-REASON                PIC X(03).
009100*----------------------------------------------------------------
009200     COPY GJWCPYA2.
009230*----------------------------------------------------------------
009260     COPY FINQDUPS.
009300*----------------------------------------------------------------
009400     COPY EMPWORK.
009500*----------------------------------------------------------------
013600     05  FILLER       PIC X(19) VALUE 'PEND WRITE FAIL  - '.
013700     05  TL-ERRORS                PIC ZZZ,ZZ9.
013800     05  FILLER                   PIC X(106)  VALUE SPACE.
013820 01  WS-TOTAL-LINE-5.
013840     05  FILLER       PIC X(19) VALUE 'DUP REDIRECTED   - '.
013860     05  TL-DUPS                  PIC ZZZ,ZZ9.
013880     05  FILLER                   PIC X(106)  VALUE SPACE.
013900*----------------------------------------------------------------
014000 LINKAGE SECTION.
014100 01  DSDSB535-PARM.
021100*    THE CHARGEBACK DEBIT, THEN THE FEE, BOTH AS PEND ITEMS;
021200*    THEN THE HOLD DRAW-DOWN AND THE NOTICE.  ONE ITEM, ONE
021300*    PASS, NOTHING FOR A CLERK TO MISS.
021350     PERFORM 3100-FIND-DUPLICATE THRU 3100-EXIT.
021400     ADD 1 TO WS-SEQUENCE.
021500     EXEC SQL
021600         INSERT INTO DSDS.PEND
023300     END-IF.
023400     ADD 1 TO WS-ITEMS-POSTED.
023500     ADD RTN-AMOUNT TO WS-AMT-POSTED.
023520     IF  WS-DUP-FOUND
023540         PERFORM 3200-MARK-RETURNED THRU 3200-EXIT
023560     END-IF.
023600     ADD 1 TO WS-SEQUENCE.
023700     EXEC SQL
023800         INSERT INTO DSDS.PEND
025500     PERFORM 4000-ADJUST-HOLD THRU 4000-EXIT.
025600     PERFORM 5000-SPOOL-NOTICE THRU 5000-EXIT.
025700     MOVE 'POSTED   ' TO DL-DISP.
025720     IF  WS-DUP-FOUND
025740         MOVE 'DUP-POST ' TO DL-DISP
025760     END-IF.
025800     PERFORM 6000-WRITE-DETAIL THRU 6000-EXIT.
025900 3000-EXIT.
026000     EXIT.
026001*----------------------------------------------------------------
026002 3100-FIND-DUPLICATE.
026003*    A RETURNED CHECK FINQB509 CAUGHT DEPOSITED TWICE IS CHARGED
026004*    BACK TO THE LATER DEPOSIT -- THE ONE THE PAYING BANK
026005*    REFUSED AND THE ONE THE EXCEPTION HOLD SITS ON -- EVEN
026006*    WHEN THE RETURN NAMES THE ACCOUNT OF THE FIRST.
026007     MOVE 'N' TO WS-DUP-SW.
026008     MOVE RTN-ACCT-NO TO WS-ACCT-KEY-NBR.
026009     MOVE WS-ACCT-KEY-NBR TO WS-ACCT-NBR-X.
026010     EXEC SQL
026011         SELECT DUPS_ROUTING, DUPS_CHK_ACCT, DUPS_DUP_ACCT_ID,
026012                DUPS_DUP_ACCT_NBR, DUPS_DUP_DATE
026013           INTO :DUPS-ROUTING, :DUPS-CHK-ACCT, :DUPS-DUP-ACCT-ID,
026014                :DUPS-DUP-ACCT-NBR, :DUPS-DUP-DATE
026015           FROM FINQ.DUPSUSP
026016          WHERE DUPS_BANK_NBR    = :RTN-BANK-NO
026017            AND DUPS_SERIAL      = :RTN-CHK-NO
026018            AND DUPS_AMOUNT      = :RTN-AMOUNT
026019            AND DUPS_RETURN_DATE = 0
026020            AND ((DUPS_FIRST_ACCT_ID  = :RTN-ACCT-ID
026021              AND DUPS_FIRST_ACCT_NBR = :WS-ACCT-NBR-X)
026022             OR  (DUPS_DUP_ACCT_ID    = :RTN-ACCT-ID
026023              AND DUPS_DUP_ACCT_NBR   = :WS-ACCT-NBR-X))
026024          ORDER BY DUPS_DETECT_DATE
026025          FETCH FIRST 1 ROW ONLY
026026     END-EXEC.
026027     IF  SQLCODE NOT = ZERO
026028         GO TO 3100-EXIT
026029     END-IF.
026030     MOVE DUPS-DUP-ACCT-ID  TO RTN-ACCT-ID.
026031     MOVE DUPS-DUP-ACCT-NBR TO RTN-ACCT-NO.
026032     SET WS-DUP-FOUND TO TRUE.
026033 3100-EXIT.
026034     EXIT.
026035*----------------------------------------------------------------
026036 3200-MARK-RETURNED.
026037*    THE SUSPECT IS SPENT ONCE ITS CHARGEBACK IS IN.
026038     EXEC SQL
026039         UPDATE FINQ.DUPSUSP
026040            SET DUPS_RETURN_DATE = :WS-TODAY-DATE
026041          WHERE DUPS_BANK_NBR     = :RTN-BANK-NO
026042            AND DUPS_ROUTING      = :DUPS-ROUTING
026043            AND DUPS_CHK_ACCT     = :DUPS-CHK-ACCT
026044            AND DUPS_SERIAL       = :RTN-CHK-NO
026045            AND DUPS_AMOUNT       = :RTN-AMOUNT
026046            AND DUPS_DUP_ACCT_ID  = :DUPS-DUP-ACCT-ID
026047            AND DUPS_DUP_ACCT_NBR = :DUPS-DUP-ACCT-NBR
026048            AND DUPS_DUP_DATE     = :DUPS-DUP-DATE
026049     END-EXEC.
026050     IF  SQLCODE NOT = ZERO
026051         DISPLAY 'DSDSB535 - DUPSUSP UPDATE FAILED, SQLCODE '
026052             SQLCODE
026053         ADD 1 TO WS-PEND-ERRORS
026054     END-IF.
026055     ADD 1 TO WS-DUPS-REDIRECTED.
026056 3200-EXIT.
026057     EXIT.
026100*----------------------------------------------------------------
026200 4000-ADJUST-HOLD.
026300*    A DEPOSIT STILL UNDER HOLD LOSES THE RETURNED ITEM'S
038800     MOVE WS-PEND-ERRORS TO TL-ERRORS.
038900     MOVE WS-TOTAL-LINE-4 TO RPT614-RECORD.
039000     WRITE RPT614-RECORD.
039020     MOVE WS-DUPS-REDIRECTED TO TL-DUPS.
039040     MOVE WS-TOTAL-LINE-5 TO RPT614-RECORD.
039060     WRITE RPT614-RECORD.
039100     CLOSE RETIN-FILE.
039200     CLOSE NTCREQ-FILE.
039300     CLOSE RPT614-FILE.
