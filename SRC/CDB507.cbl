000350*                      RETURNED ENTRY FALLS THE RELATIONSHIP     *
000360*                      BACK TO CHECK.                            *
000370*                                                                *
000371*   10/15/2026 RM     CDB508 MATURITY PAYOUTS (THE NEW MAT TX    *
000372*                      CODE PARM) GO OUT BY THE SAME ELECTION    *
000373*                      AS INTEREST.  A TRANSFER ELECTION WAS     *
000374*                      ALREADY CREDITED BY CDB508 AND SHOWS AS   *
000375*                      TRANSFER, IN ITS OWN TOTAL AND IN THE     *
000376*                      REGISTER PROOF.                           *
000377*                                                                *
000380******************************************************************
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000910     05  WS-TOTAL-CHECKS          PIC S9(7)   COMP  VALUE ZERO.
000920     05  WS-TOTAL-PRENOTES        PIC S9(7)   COMP  VALUE ZERO.
000930     05  WS-TOTAL-FALLBACKS       PIC S9(7)   COMP  VALUE ZERO.
000932     05  WS-TOTAL-TRANSFERS       PIC S9(7)   COMP  VALUE ZERO.
000934     05  WS-TRANSFER-AMOUNT       PIC S9(11)V99 COMP-3 VALUE +0.
000940*    NACHA RECORD IMAGES -- THE FIELDS THE RECEIVING GATEWAY
000950*    EDITS, IN THEIR FIXED POSITIONS, SPACES ELSEWHERE.
000960 01  WS-FILE-HEADER.
001620     05  RG-ACH                   PIC ZZZ,ZZZ,ZZ9.99.
001630     05  FILLER       PIC X(08) VALUE ' CHECK $'.
001640     05  RG-CHECK                 PIC ZZZ,ZZZ,ZZ9.99.
001645     05  FILLER       PIC X(07) VALUE ' XFER $'.
001650     05  RG-TRANSFER              PIC ZZZ,ZZZ,ZZ9.99.
001655     05  FILLER       PIC X(06) VALUE ' TOT $'.
001660     05  RG-INTEREST              PIC ZZZ,ZZZ,ZZ9.99.
001665     05  FILLER                   PIC X(16)   VALUE SPACE.
001680 01  WS-TOTAL-LINE-1.
001690     05  FILLER       PIC X(19) VALUE 'ACH CREDITS      - '.
001700     05  TL-ACH                   PIC ZZZ,ZZ9.
001810     05  FILLER       PIC X(19) VALUE 'FELL BACK TO CHK - '.
001820     05  TL-FALLBACKS             PIC ZZZ,ZZ9.
001830     05  FILLER                   PIC X(106)  VALUE SPACE.
001832 01  WS-TOTAL-LINE-5.
001834     05  FILLER       PIC X(19) VALUE 'MATURITY XFERS   - '.
001836     05  TL-TRANSFERS             PIC ZZZ,ZZ9.
001838     05  FILLER                   PIC X(106)  VALUE SPACE.
001840*----------------------------------------------------------------
001850 LINKAGE SECTION.
001860 01  CDB507-PARM.
001960     05  CDB507-DEST-RTN           PIC X(10).
001970     05  CDB507-CO-NAME            PIC X(16).
001980     05  CDB507-PRENOTE-DAYS       PIC 9(03).
001982*    MAT-TX-CODE NAMES THE CDB508 MATURITY PAYOUTS, WHICH GO
001984*    OUT BY THE SAME ELECTION AS INTEREST (ZERO WHEN NONE).
001986     05  CDB507-MAT-TX-CODE        PIC 9(03).
001990*----------------------------------------------------------------
002000 PROCEDURE DIVISION USING CDB507-PARM.
002010*
002400     WRITE NACHA-RECORD.
002410     EXEC SQL
002420         DECLARE CSR507I CURSOR FOR
002425         SELECT CDH_BANK_NBR, CDH_ACCT_NBR, CDH_TX_AMT,
002430                CDH_TX_CODE
002435           FROM CD.HISTORY
002440          WHERE CDH_POST_DATE = CURRENT DATE
002445            AND CDH_TX_CODE IN (:CDB507-INT-TX-CODE,
002450                                :CDB507-MAT-TX-CODE)
002470            AND CDH_REVERSAL_CODE = ' '
002480     END-EXEC.
002490     EXEC SQL OPEN CSR507I END-EXEC.
002580*----------------------------------------------------------------
002590 2100-FETCH-INTEREST.
002600     EXEC SQL
002605         FETCH CSR507I
002610          INTO :CDH-BANK-NBR, :CDH-ACCT-NBR, :CDH-TX-AMT,
002615               :CDH-TX-CODE
002630     END-EXEC.
002640     IF  SQLCODE NOT = ZERO
002650         SET WS-EOF-YES TO TRUE
002780          WHERE CDD_BANK_NBR = :CDH-BANK-NBR
002790            AND CDD_ACCT_NBR = :CDH-ACCT-NBR
002800     END-EXEC.
002805     IF  SQLCODE = ZERO
002810     AND CDD-METHOD-TRANSFER
002815     AND CDH-TX-CODE = CDB507-MAT-TX-CODE
002820         PERFORM 3550-COUNT-TRANSFER THRU 3550-EXIT
002825         PERFORM 2100-FETCH-INTEREST THRU 2100-EXIT
002830         GO TO 3000-EXIT
002835     END-IF.
002840     IF  SQLCODE NOT = ZERO
002845     OR  CDD-METHOD NOT = 'A'
002850         PERFORM 3500-COUNT-CHECK THRU 3500-EXIT
002855         PERFORM 2100-FETCH-INTEREST THRU 2100-EXIT
002860         GO TO 3000-EXIT
002865     END-IF.
002870     EVALUATE TRUE
002880         WHEN CDD-PRENOTE-DONE
002890             PERFORM 4000-SEND-LIVE-CREDIT THRU 4000-EXIT
003010     ADD CDH-TX-AMT TO WS-CHECK-AMOUNT.
003020     MOVE 'CHECK    ' TO DL-DISP.
003030     PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
003032 3500-EXIT.
003034     EXIT.
003036*----------------------------------------------------------------
003038 3550-COUNT-TRANSFER.
003040*    A MATURITY PAYOUT UNDER A TRANSFER ELECTION WAS CREDITED
003042*    TO THE DEPOSIT ACCOUNT BY CDB508 -- NOTHING TO SEND, BUT
003044*    IT IS STILL A DOLLAR THE REGISTER MUST ACCOUNT FOR.
003046     ADD 1 TO WS-TOTAL-TRANSFERS.
003048     ADD CDH-TX-AMT TO WS-TRANSFER-AMOUNT.
003050     MOVE 'TRANSFER ' TO DL-DISP.
003052     PERFORM 7000-WRITE-DETAIL THRU 7000-EXIT.
003054 3550-EXIT.
003056     EXIT.
003060*----------------------------------------------------------------
003070 3600-JUDGE-PRENOTE-AGE.
003080*    A PRENOTE THAT HAS RESTED ITS DAYS WITHOUT A RETURN
004080     EXIT.
004090*----------------------------------------------------------------
004100 5500-PROVE-REGISTER.
004105*    CHECKS PLUS ACH PLUS MATURITY TRANSFERS MUST EQUAL EVERY
004110*    DOLLAR PAID -- THE REGISTER THE STALE-DATED-CHECK PILE
004115*    NEVER HAD.
004120     MOVE WS-ACH-AMOUNT    TO RG-ACH.
004125     MOVE WS-CHECK-AMOUNT  TO RG-CHECK.
004130     MOVE WS-TRANSFER-AMOUNT TO RG-TRANSFER.
004135     MOVE WS-TOTAL-INTEREST TO RG-INTEREST.
004140     IF  WS-ACH-AMOUNT + WS-CHECK-AMOUNT + WS-TRANSFER-AMOUNT
004145         = WS-TOTAL-INTEREST
004150         MOVE 'IN PROOF      ' TO RG-VERDICT
004155     ELSE
004160         MOVE '*OUT OF PROOF*' TO RG-VERDICT
004165     END-IF.
004210     MOVE WS-REGISTER-LINE TO RPT621-RECORD.
004220     WRITE RPT621-RECORD.
004230 5500-EXIT.
004960     MOVE WS-TOTAL-PRENOTES TO TL-PRENOTES.
004970     MOVE WS-TOTAL-LINE-3 TO RPT621-RECORD.
004980     WRITE RPT621-RECORD.
004985     MOVE WS-TOTAL-FALLBACKS TO TL-FALLBACKS.
004990     MOVE WS-TOTAL-LINE-4 TO RPT621-RECORD.
004995     WRITE RPT621-RECORD.
005000     MOVE WS-TOTAL-TRANSFERS TO TL-TRANSFERS.
005005     MOVE WS-TOTAL-LINE-5 TO RPT621-RECORD.
005010     WRITE RPT621-RECORD.
005020     CLOSE RPT621-FILE.
005030 8000-EXIT.
