000300*                      CUSTOMER'S CHANNEL RESOLVED THROUGH       *
000310*                      EDOCU051 THE SAME WAY EVERY OTHER         *
000320*                      NOTICE SOURCE RESOLVES IT.                *
000322*                                                                *
000324*   10/15/2026 RM     EACH NOTICE SPOOLED IS RECORDED ON         *
000326*                      FINQ.HOLDNTC FOR THE FINQB512 REG CC      *
000328*                      AVAILABILITY AUDIT.                       *
000329*   10/15/2026 RM     A FAILED FINQ.HOLDNTC INSERT IS SHOWN,     *
000330*                      COUNTED AND FLAGGED ON THE RPT579 LINE.   *
000331*                                                                *
000340******************************************************************
000350 ENVIRONMENT DIVISION.
000360 CONFIGURATION SECTION.
000600     05  WS-SUB                   PIC S9(4)   COMP  VALUE +0.
000610     05  WS-TODAY-PACKED          PIC S9(7)   COMP-3 VALUE +0.
000620     05  WS-NOTICES-SPOOLED       PIC S9(7)   COMP  VALUE ZERO.
000625     05  WS-NOTICE-ERRORS         PIC S9(7)   COMP  VALUE ZERO.
000630     05  WS-RELEASE-ISO           PIC X(10)   VALUE SPACE.
000640     05  WS-DATE-WORK             PIC 9(07)   VALUE ZERO.
000650     05  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
000950     05  NI-REASON                PIC X(23).
000960*----------------------------------------------------------------
000970     COPY GJWCPYA2.
000972*----------------------------------------------------------------
000974     COPY FINQHNTC.
000980*----------------------------------------------------------------
000990     COPY EMPWORK.
001000*----------------------------------------------------------------
001160     05  DL-AMOUNT                PIC ZZZ,ZZZ,ZZ9.99.
001170     05  FILLER                   PIC X(02)   VALUE SPACE.
001180     05  DL-RELEASE               PIC X(10).
001182     05  FILLER                   PIC X(02)   VALUE SPACE.
001184     05  DL-NOTE                  PIC X(20)   VALUE SPACE.
001190     05  FILLER                   PIC X(61)   VALUE SPACE.
001200 01  WS-TOTAL-LINE-1.
001210     05  FILLER       PIC X(19) VALUE 'NOTICES SPOOLED  - '.
001220     05  TL-NOTICES               PIC ZZZ,ZZ9.
001230     05  FILLER                   PIC X(106)  VALUE SPACE.
001232 01  WS-TOTAL-LINE-2.
001234     05  FILLER       PIC X(19) VALUE 'INSERT ERRORS    - '.
001236     05  TL-ERRORS                PIC ZZZ,ZZ9.
001238     05  FILLER                   PIC X(106)  VALUE SPACE.
001240*----------------------------------------------------------------
001250 LINKAGE SECTION.
001260 01  FINQB507-PARM.
001860     MOVE WS-NOTICE-INST      TO EDOC050-DEL-INST (1).
001870     PERFORM 7500-RESOLVE-DELIVERY THRU 7500-EXIT.
001880     PERFORM 7700-SPOOL-REQUEST THRU 7700-EXIT.
001885     PERFORM 7800-RECORD-NOTICE THRU 7800-EXIT.
001890     ADD 1 TO WS-NOTICES-SPOOLED.
001900     MOVE HOLD-BANK-NBR   TO DL-BANK-NBR.
001910     MOVE HOLD-ACCT-NBR   TO DL-ACCT-NBR.
002750     MOVE WS-NOTICES-SPOOLED TO TL-NOTICES.
002760     MOVE WS-TOTAL-LINE-1 TO RPT579-RECORD.
002770     WRITE RPT579-RECORD.
002772     MOVE WS-NOTICE-ERRORS TO TL-ERRORS.
002774     MOVE WS-TOTAL-LINE-2 TO RPT579-RECORD.
002776     WRITE RPT579-RECORD.
002780     CLOSE NTCREQ-FILE.
002790     CLOSE RPT579-FILE.
002800 8000-EXIT.
002810     EXIT.
002820*----------------------------------------------------------------
002830 7800-RECORD-NOTICE.
002840*    THE NOTICE IS ON RECORD FOR THE FINQB512 AVAILABILITY AUDIT,
002850*    WHICH FLAGS ANY EXCEPTION HOLD THAT WENT WITHOUT ONE.
002855     MOVE SPACES TO DL-NOTE.
002860     EXEC SQL
002870         INSERT INTO FINQ.HOLDNTC
002880                (HNTC_BANK_NBR, HNTC_ACCT_NBR, HNTC_HOLD_TYPE,
002890                 HNTC_PLACE_DATE, HNTC_AMOUNT, HNTC_RELEASE_DATE,
002900                 HNTC_FORM_ID, HNTC_DEL_METHOD, HNTC_SPOOL_TS)
002910         VALUES (:HOLD-BANK-NBR, :HOLD-ACCT-NBR, :HOLD-TYPE,
002920                 :WS-TODAY-PACKED, :HOLD-AMOUNT,
002930                 :HOLD-RELEASE-DATE, :REQ-FORM-ID,
002940                 :REQ-DEL-METHOD, CURRENT TIMESTAMP)
002950     END-EXEC.
002951     IF  SQLCODE NOT = ZERO
002952     AND SQLCODE NOT = -803
002953         DISPLAY 'FINQB507 - FINQ.HOLDNTC INSERT FAILED, SQLCODE '
002954             SQLCODE
002955         ADD 1 TO WS-NOTICE-ERRORS
002956         MOVE 'HOLDNTC NOT RECORDED' TO DL-NOTE
002957     END-IF.
002960 7800-EXIT.
002970     EXIT.
