000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLB007.
000300 AUTHOR.        R MASCETTI.
000400 INSTALLATION.  GENERAL LEDGER SYSTEMS.
000500 DATE-WRITTEN.  10/15/2026.
000600 DATE-COMPILED.
000700*
000800******************************************************************
000900*                                                                *
001000*   MODIFICATION HISTORY                                        *
001100*   ----------------------------------------------------------- *
001200*   DATE       INIT   DESCRIPTION                               *
001300*   ---------- ----   ----------------------------------------- *
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  NIGHTLY GL        *
001500*                      POSTING-RULE VALIDATION.  EVERY CATEGORY  *
001600*                      THE GL FEEDS PRODUCED TODAY IS ON         *
001700*                      GL.POSTLOG (GLU001); EACH ONE THAT WENT   *
001800*                      TO GL SUSPENSE IS LISTED WITH ITS COUNT   *
001900*                      AND AMOUNT, AND EACH ONE THAT RESOLVED IS *
002000*                      CHECKED AGAIN AGAINST GL.POSTRULE SO A    *
002100*                      RULE SINCE ENDED OR CHANGED SHOWS UP      *
002200*                      BEFORE THE NEXT RUN POSTS TO IT.  THE     *
002300*                      SUSPENSE RULE ITSELF AND ANY ACTIVE RULES *
002400*                      WHOSE DATES OVERLAP ARE CHECKED TOO.      *
002500*                      RPT681 IS THE EXCEPTION REPORT; ANY       *
002600*                      EXCEPTION ENDS THE STEP RC 4.             *
002700*                                                                *
002800******************************************************************
002900 ENVIRONMENT DIVISION.
003000 CONFIGURATION SECTION.
003100 SOURCE-COMPUTER.  IBM-370.
003200 OBJECT-COMPUTER.  IBM-370.
003300 INPUT-OUTPUT SECTION.
003400 FILE-CONTROL.
003500     SELECT RPT681-FILE ASSIGN TO RPT681
003600         ORGANIZATION IS LINE SEQUENTIAL.
003700 DATA DIVISION.
003800 FILE SECTION.
003900 FD  RPT681-FILE
004000     RECORDING MODE F.
004100 01  RPT681-RECORD               PIC X(132).
004200*----------------------------------------------------------------
004300 WORKING-STORAGE SECTION.
004400 01  WS-SWITCHES.
004500     05  WS-EOF-SW                PIC X       VALUE 'N'.
004600         88  WS-EOF-YES                   VALUE 'Y'.
004700     05  WS-EXCEPTION-SW          PIC X       VALUE 'N'.
004800         88  WS-EXCEPTION                 VALUE 'Y'.
004900 01  WS-WORK-FIELDS.
005000     05  WS-RUN-DATE              PIC X(10)   VALUE SPACE.
005100     05  WS-OTHER-EFF-DATE        PIC X(10)   VALUE SPACE.
005200     05  WS-TOTAL-ROWS            PIC S9(7)   COMP  VALUE ZERO.
005300     05  WS-TOTAL-ENTRIES         PIC S9(9)   COMP  VALUE ZERO.
005400     05  WS-TOTAL-SUSP-ROWS       PIC S9(7)   COMP  VALUE ZERO.
005500     05  WS-TOTAL-SUSP-ENTRIES    PIC S9(9)   COMP  VALUE ZERO.
005600     05  WS-TOTAL-SUSP-AMT        PIC S9(13)V99 COMP-3 VALUE +0.
005700     05  WS-TOTAL-ENDED           PIC S9(7)   COMP  VALUE ZERO.
005800     05  WS-TOTAL-CHANGED         PIC S9(7)   COMP  VALUE ZERO.
005900     05  WS-TOTAL-OVERLAP         PIC S9(7)   COMP  VALUE ZERO.
006000*----------------------------------------------------------------
006100     COPY GLPRULE.
006200*----------------------------------------------------------------
006300     COPY GLPLOG.
006400*----------------------------------------------------------------
006500     COPY GLU001P.
006600*----------------------------------------------------------------
006700 01  WS-HEADING-1.
006800     05  FILLER  PIC X(132) VALUE
006900       'GLB007  GL POSTING-RULE VALIDATION'.
007000 01  WS-HEADING-2.
007100     05  FILLER       PIC X(13) VALUE 'RUN DATE     '.
007200     05  HL-RUN-DATE              PIC X(10).
007300     05  FILLER                   PIC X(109)  VALUE SPACE.
007400 01  WS-HEADING-3.
007500     05  FILLER  PIC X(132) VALUE
007600       'CATEGORIES POSTED TO SUSPENSE OR NO LONGER ON AN ACTIVE RU
007700-      'LE'.
007800 01  WS-HEADING-4.
007900     05  FILLER  PIC X(09)  VALUE 'PROGRAM'.
008000     05  FILLER  PIC X(09)  VALUE 'CATEGORY'.
008100     05  FILLER  PIC X(04)  VALUE 'BNK'.
008200     05  FILLER  PIC X(02)  VALUE 'R'.
008300     05  FILLER  PIC X(09)  VALUE 'DEBIT'.
008400     05  FILLER  PIC X(09)  VALUE 'CREDIT'.
008500     05  FILLER  PIC X(08)  VALUE 'ENTRIES'.
008600     05  FILLER  PIC X(19)  VALUE '            AMOUNT'.
008700     05  FILLER  PIC X(30)  VALUE 'FINDING'.
008800     05  FILLER  PIC X(33)  VALUE SPACE.
008900 01  WS-HEADING-5.
009000     05  FILLER  PIC X(132) VALUE
009100       'ACTIVE RULES WITH OVERLAPPING EFFECTIVE DATES'.
009200 01  WS-HEADING-6.
009300     05  FILLER  PIC X(09)  VALUE 'PROGRAM'.
009400     05  FILLER  PIC X(09)  VALUE 'CATEGORY'.
009500     05  FILLER  PIC X(04)  VALUE 'BNK'.
009600     05  FILLER  PIC X(11)  VALUE 'EFFECTIVE'.
009700     05  FILLER  PIC X(11)  VALUE 'THROUGH'.
009800     05  FILLER  PIC X(11)  VALUE 'OVERLAPS'.
009900     05  FILLER  PIC X(77)  VALUE SPACE.
010000 01  WS-EXCEPTION-LINE.
010100     05  EL-SOURCE-PROG           PIC X(08).
010200     05  FILLER                   PIC X(01)   VALUE SPACE.
010300     05  EL-CATEGORY              PIC X(08).
010400     05  FILLER                   PIC X(01)   VALUE SPACE.
010500     05  EL-BANK-NBR              PIC 9(03).
010600     05  FILLER                   PIC X(01)   VALUE SPACE.
010700     05  EL-RESOLVED              PIC X(01).
010800     05  FILLER                   PIC X(01)   VALUE SPACE.
010900     05  EL-DR-GL-ACCT            PIC X(08).
011000     05  FILLER                   PIC X(01)   VALUE SPACE.
011100     05  EL-CR-GL-ACCT            PIC X(08).
011200     05  FILLER                   PIC X(01)   VALUE SPACE.
011300     05  EL-ENTRIES               PIC ZZZ,ZZ9.
011400     05  FILLER                   PIC X(01)   VALUE SPACE.
011500     05  EL-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
011600     05  FILLER                   PIC X(01)   VALUE SPACE.
011700     05  EL-FINDING               PIC X(30).
011800     05  FILLER                   PIC X(33)   VALUE SPACE.
011900 01  WS-OVERLAP-LINE.
012000     05  OL-SOURCE-PROG           PIC X(08).
012100     05  FILLER                   PIC X(01)   VALUE SPACE.
012200     05  OL-CATEGORY              PIC X(08).
012300     05  FILLER                   PIC X(01)   VALUE SPACE.
012400     05  OL-BANK-NBR              PIC 9(03).
012500     05  FILLER                   PIC X(01)   VALUE SPACE.
012600     05  OL-EFF-DATE              PIC X(10).
012700     05  FILLER                   PIC X(01)   VALUE SPACE.
012800     05  OL-END-DATE              PIC X(10).
012900     05  FILLER                   PIC X(01)   VALUE SPACE.
013000     05  OL-OTHER-EFF-DATE        PIC X(10).
013100     05  FILLER                   PIC X(78)   VALUE SPACE.
013200 01  WS-NO-SUSPENSE-LINE.
013300     05  FILLER       PIC X(50) VALUE
013400         '*** NO ACTIVE SUSPENSE RULE ON GL.POSTRULE FOR BAN'.
013500     05  FILLER       PIC X(50) VALUE
013600         'K 0 -- AN UNRESOLVED ENTRY HAS NOWHERE TO POST ***'.
013700     05  FILLER                   PIC X(32)   VALUE SPACE.
013800 01  WS-TOTAL-LINE.
013900     05  TL-LABEL                 PIC X(26).
014000     05  TL-COUNT                 PIC ZZZ,ZZZ,ZZ9.
014100     05  FILLER                   PIC X(95)   VALUE SPACE.
014200 01  WS-AMOUNT-LINE.
014300     05  FILLER       PIC X(26) VALUE 'SUSPENSE AMOUNT         $'.
014400     05  AL-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
014500     05  FILLER                   PIC X(88)   VALUE SPACE.
014600*----------------------------------------------------------------
014700 LINKAGE SECTION.
014800 01  GLB007-PARM.
014900*    THE RUN DATE VALIDATED, YYYY-MM-DD; SPACES VALIDATE TODAY.
015000     05  GLB007-RUN-DATE           PIC X(10).
015100*----------------------------------------------------------------
015200 PROCEDURE DIVISION USING GLB007-PARM.
015300*
015400 0000-MAINLINE.
015500     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
015600     PERFORM 2000-CHECK-ONE-LOG-ROW THRU 2000-EXIT
015700         UNTIL WS-EOF-YES.
015800     PERFORM 5000-CHECK-OVERLAPS THRU 5000-EXIT.
015900     PERFORM 8000-FINALIZE THRU 8000-EXIT.
016000     GOBACK.
016100*----------------------------------------------------------------
016200 1000-INITIALIZE.
016300     IF  GLB007-RUN-DATE = SPACES
016400         EXEC SQL
016500             SET :WS-RUN-DATE = CHAR(CURRENT DATE, ISO)
016600         END-EXEC
016700     ELSE
016800         IF  GLB007-RUN-DATE (1:4) NOT NUMERIC
016900         OR  GLB007-RUN-DATE (5:1) NOT = '-'
017000         OR  GLB007-RUN-DATE (6:2) NOT NUMERIC
017100         OR  GLB007-RUN-DATE (8:1) NOT = '-'
017200         OR  GLB007-RUN-DATE (9:2) NOT NUMERIC
017300             DISPLAY 'GLB007 - RUN DATE MUST BE YYYY-MM-DD'
017400             MOVE 16 TO RETURN-CODE
017500             GOBACK
017600         END-IF
017700         MOVE GLB007-RUN-DATE TO WS-RUN-DATE
017800     END-IF.
017900     OPEN OUTPUT RPT681-FILE.
018000     MOVE WS-HEADING-1 TO RPT681-RECORD.
018100     WRITE RPT681-RECORD.
018200     MOVE WS-RUN-DATE  TO HL-RUN-DATE.
018300     MOVE WS-HEADING-2 TO RPT681-RECORD.
018400     WRITE RPT681-RECORD.
018500     MOVE SPACES       TO RPT681-RECORD.
018600     WRITE RPT681-RECORD.
018700     PERFORM 1100-CHECK-SUSPENSE-RULE THRU 1100-EXIT.
018800     MOVE WS-HEADING-3 TO RPT681-RECORD.
018900     WRITE RPT681-RECORD.
019000     MOVE WS-HEADING-4 TO RPT681-RECORD.
019100     WRITE RPT681-RECORD.
019200     EXEC SQL
019300         DECLARE CSR681A CURSOR FOR
019400         SELECT GLPL_SOURCE_PROG, GLPL_CATEGORY, GLPL_BANK_NBR,
019500                GLPL_RESOLVED_IND, GLPL_DR_GL_ACCT,
019600                GLPL_CR_GL_ACCT, GLPL_ITEM_COUNT, GLPL_AMOUNT
019700           FROM GL.POSTLOG
019800          WHERE GLPL_RUN_DATE = DATE(:WS-RUN-DATE)
019900          ORDER BY GLPL_SOURCE_PROG, GLPL_CATEGORY,
020000                   GLPL_BANK_NBR, GLPL_RESOLVED_IND
020100     END-EXEC.
020200     EXEC SQL
020300         OPEN CSR681A
020400     END-EXEC.
020500     IF  SQLCODE NOT = ZERO
020600         DISPLAY 'GLB007 - GL.POSTLOG OPEN FAILED, SQLCODE '
020700             SQLCODE
020800         MOVE 16 TO RETURN-CODE
020900         GOBACK
021000     END-IF.
021100     PERFORM 2100-FETCH-LOG-ROW THRU 2100-EXIT.
021200 1000-EXIT.
021300     EXIT.
021400*----------------------------------------------------------------
021500 1100-CHECK-SUSPENSE-RULE.
021600*    THE EVERY-BANK SUSPENSE RULE IS WHAT KEEPS AN UNMAPPED
021700*    CATEGORY POSTING AT ALL -- WITHOUT IT GLU001 HAS NOTHING
021800*    TO RETURN AND THE FEED GOES OUT WITH NO ACCOUNT.
021900     MOVE 'V'        TO GLU001-FUNCTION.
022000     MOVE 'SUSPENSE' TO GLU001-SOURCE-PROG.
022100     MOVE 'SUSPENSE' TO GLU001-CATEGORY.
022200     MOVE ZERO       TO GLU001-BANK-NBR.
022300     MOVE WS-RUN-DATE TO GLU001-AS-OF-DATE.
022400     MOVE ZERO       TO GLU001-AMOUNT.
022500     CALL 'GLU001' USING GLU001-PARAMETERS.
022600     IF  GLU001-VALID
022700     AND GLU001-RESOLVED
022800         GO TO 1100-EXIT
022900     END-IF.
023000     SET WS-EXCEPTION TO TRUE.
023100     MOVE WS-NO-SUSPENSE-LINE TO RPT681-RECORD.
023200     WRITE RPT681-RECORD.
023300     MOVE SPACES TO RPT681-RECORD.
023400     WRITE RPT681-RECORD.
023500 1100-EXIT.
023600     EXIT.
023700*----------------------------------------------------------------
023800 2000-CHECK-ONE-LOG-ROW.
023900     ADD 1 TO WS-TOTAL-ROWS.
024000     ADD GLPL-ITEM-COUNT TO WS-TOTAL-ENTRIES.
024100     MOVE SPACES TO EL-FINDING.
024200     IF  GLPL-SUSPENSE
024300         ADD 1 TO WS-TOTAL-SUSP-ROWS
024400         ADD GLPL-ITEM-COUNT TO WS-TOTAL-SUSP-ENTRIES
024500         ADD GLPL-AMOUNT TO WS-TOTAL-SUSP-AMT
024600         MOVE 'NO RULE - POSTED TO SUSPENSE' TO EL-FINDING
024700         PERFORM 3000-WRITE-EXCEPTION THRU 3000-EXIT
024800         GO TO 2000-NEXT
024900     END-IF.
025000*    A CATEGORY THAT RESOLVED WHEN IT POSTED MUST STILL HAVE AN
025100*    ACTIVE RULE -- AND THE SAME ACCOUNTS -- OR TOMORROW'S RUN
025200*    POSTS SOMEWHERE ELSE.
025300     MOVE 'V'              TO GLU001-FUNCTION.
025400     MOVE GLPL-SOURCE-PROG TO GLU001-SOURCE-PROG.
025500     MOVE GLPL-CATEGORY    TO GLU001-CATEGORY.
025600     MOVE GLPL-BANK-NBR    TO GLU001-BANK-NBR.
025700     MOVE WS-RUN-DATE      TO GLU001-AS-OF-DATE.
025800     MOVE ZERO             TO GLU001-AMOUNT.
025900     CALL 'GLU001' USING GLU001-PARAMETERS.
026000     IF  NOT GLU001-VALID
026100     OR  NOT GLU001-RESOLVED
026200         ADD 1 TO WS-TOTAL-ENDED
026300         MOVE 'RULE NO LONGER ACTIVE' TO EL-FINDING
026400         PERFORM 3000-WRITE-EXCEPTION THRU 3000-EXIT
026500         GO TO 2000-NEXT
026600     END-IF.
026700     IF  GLU001-DR-GL-ACCT NOT = GLPL-DR-GL-ACCT
026800     OR  GLU001-CR-GL-ACCT NOT = GLPL-CR-GL-ACCT
026900         ADD 1 TO WS-TOTAL-CHANGED
027000         MOVE 'RULE ACCOUNTS CHANGED' TO EL-FINDING
027100         PERFORM 3000-WRITE-EXCEPTION THRU 3000-EXIT
027200     END-IF.
027300 2000-NEXT.
027400     PERFORM 2100-FETCH-LOG-ROW THRU 2100-EXIT.
027500 2000-EXIT.
027600     EXIT.
027700*----------------------------------------------------------------
027800 2100-FETCH-LOG-ROW.
027900     EXEC SQL
028000         FETCH CSR681A
028100          INTO :GLPL-SOURCE-PROG, :GLPL-CATEGORY,
028200               :GLPL-BANK-NBR, :GLPL-RESOLVED-IND,
028300               :GLPL-DR-GL-ACCT, :GLPL-CR-GL-ACCT,
028400               :GLPL-ITEM-COUNT, :GLPL-AMOUNT
028500     END-EXEC.
028600     IF  SQLCODE NOT = ZERO
028700         SET WS-EOF-YES TO TRUE
028800     END-IF.
028900 2100-EXIT.
029000     EXIT.
029100*----------------------------------------------------------------
029200 3000-WRITE-EXCEPTION.
029300     SET WS-EXCEPTION TO TRUE.
029400     MOVE GLPL-SOURCE-PROG  TO EL-SOURCE-PROG.
029500     MOVE GLPL-CATEGORY     TO EL-CATEGORY.
029600     MOVE GLPL-BANK-NBR     TO EL-BANK-NBR.
029700     MOVE GLPL-RESOLVED-IND TO EL-RESOLVED.
029800     MOVE GLPL-DR-GL-ACCT   TO EL-DR-GL-ACCT.
029900     MOVE GLPL-CR-GL-ACCT   TO EL-CR-GL-ACCT.
030000     MOVE GLPL-ITEM-COUNT   TO EL-ENTRIES.
030100     MOVE GLPL-AMOUNT       TO EL-AMOUNT.
030200     MOVE WS-EXCEPTION-LINE TO RPT681-RECORD.
030300     WRITE RPT681-RECORD.
030400 3000-EXIT.
030500     EXIT.
030600*----------------------------------------------------------------
030700 5000-CHECK-OVERLAPS.
030800*    TWO ACTIVE RULES FOR ONE PROGRAM, CATEGORY AND BANK WHOSE
030900*    DATE RANGES OVERLAP LEAVE GLU001 PICKING ONE ARBITRARILY.
031000     EXEC SQL
031100         CLOSE CSR681A
031200     END-EXEC.
031300     MOVE SPACES       TO RPT681-RECORD.
031400     WRITE RPT681-RECORD.
031500     MOVE WS-HEADING-5 TO RPT681-RECORD.
031600     WRITE RPT681-RECORD.
031700     MOVE WS-HEADING-6 TO RPT681-RECORD.
031800     WRITE RPT681-RECORD.
031900     EXEC SQL
032000         DECLARE CSR681B CURSOR FOR
032100         SELECT A.GLPR_SOURCE_PROG, A.GLPR_CATEGORY,
032200                A.GLPR_BANK_NBR, CHAR(A.GLPR_EFF_DATE, ISO),
032300                CHAR(A.GLPR_END_DATE, ISO),
032400                CHAR(B.GLPR_EFF_DATE, ISO)
032500           FROM GL.POSTRULE A, GL.POSTRULE B
032600          WHERE B.GLPR_SOURCE_PROG = A.GLPR_SOURCE_PROG
032700            AND B.GLPR_CATEGORY    = A.GLPR_CATEGORY
032800            AND B.GLPR_BANK_NBR    = A.GLPR_BANK_NBR
032900            AND A.GLPR_ACTIVE_IND  = 'Y'
033000            AND B.GLPR_ACTIVE_IND  = 'Y'
033100            AND B.GLPR_EFF_DATE   >= A.GLPR_EFF_DATE
033200            AND B.GLPR_EFF_DATE   <= A.GLPR_END_DATE
033300            AND (B.GLPR_EFF_DATE  >  A.GLPR_EFF_DATE
033400              OR B.GLPR_END_DATE  <> A.GLPR_END_DATE
033500              OR B.GLPR_DR_GL_ACCT <> A.GLPR_DR_GL_ACCT
033600              OR B.GLPR_CR_GL_ACCT <> A.GLPR_CR_GL_ACCT)
033700          ORDER BY A.GLPR_SOURCE_PROG, A.GLPR_CATEGORY,
033800                   A.GLPR_BANK_NBR, A.GLPR_EFF_DATE
033900     END-EXEC.
034000     EXEC SQL
034100         OPEN CSR681B
034200     END-EXEC.
034300     MOVE 'N' TO WS-EOF-SW.
034400     PERFORM 5100-FETCH-OVERLAP THRU 5100-EXIT.
034500     PERFORM 5200-WRITE-OVERLAP THRU 5200-EXIT
034600         UNTIL WS-EOF-YES.
034700     EXEC SQL
034800         CLOSE CSR681B
034900     END-EXEC.
035000     IF  WS-TOTAL-OVERLAP = ZERO
035100         MOVE '  NONE' TO RPT681-RECORD
035200         WRITE RPT681-RECORD
035300     END-IF.
035400 5000-EXIT.
035500     EXIT.
035600*----------------------------------------------------------------
035700 5100-FETCH-OVERLAP.
035800     EXEC SQL
035900         FETCH CSR681B
036000          INTO :GLPR-SOURCE-PROG, :GLPR-CATEGORY,
036100               :GLPR-BANK-NBR, :GLPR-EFF-DATE,
036200               :GLPR-END-DATE, :WS-OTHER-EFF-DATE
036300     END-EXEC.
036400     IF  SQLCODE NOT = ZERO
036500         SET WS-EOF-YES TO TRUE
036600     END-IF.
036700 5100-EXIT.
036800     EXIT.
036900*----------------------------------------------------------------
037000 5200-WRITE-OVERLAP.
037100     ADD 1 TO WS-TOTAL-OVERLAP.
037200     SET WS-EXCEPTION TO TRUE.
037300     MOVE GLPR-SOURCE-PROG  TO OL-SOURCE-PROG.
037400     MOVE GLPR-CATEGORY     TO OL-CATEGORY.
037500     MOVE GLPR-BANK-NBR     TO OL-BANK-NBR.
037600     MOVE GLPR-EFF-DATE     TO OL-EFF-DATE.
037700     MOVE GLPR-END-DATE     TO OL-END-DATE.
037800     MOVE WS-OTHER-EFF-DATE TO OL-OTHER-EFF-DATE.
037900     MOVE WS-OVERLAP-LINE TO RPT681-RECORD.
038000     WRITE RPT681-RECORD.
038100     PERFORM 5100-FETCH-OVERLAP THRU 5100-EXIT.
038200 5200-EXIT.
038300     EXIT.
038400*----------------------------------------------------------------
038500 8000-FINALIZE.
038600     MOVE SPACES TO RPT681-RECORD.
038700     WRITE RPT681-RECORD.
038800     MOVE 'LOG ROWS CHECKED        - ' TO TL-LABEL.
038900     MOVE WS-TOTAL-ROWS TO TL-COUNT.
039000     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
039100     MOVE 'ENTRIES LOGGED          - ' TO TL-LABEL.
039200     MOVE WS-TOTAL-ENTRIES TO TL-COUNT.
039300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
039400     MOVE 'CATEGORIES TO SUSPENSE  - ' TO TL-LABEL.
039500     MOVE WS-TOTAL-SUSP-ROWS TO TL-COUNT.
039600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
039700     MOVE 'ENTRIES TO SUSPENSE     - ' TO TL-LABEL.
039800     MOVE WS-TOTAL-SUSP-ENTRIES TO TL-COUNT.
039900     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
040000     MOVE WS-TOTAL-SUSP-AMT TO AL-AMOUNT.
040100     MOVE WS-AMOUNT-LINE TO RPT681-RECORD.
040200     WRITE RPT681-RECORD.
040300     MOVE 'RULES NO LONGER ACTIVE  - ' TO TL-LABEL.
040400     MOVE WS-TOTAL-ENDED TO TL-COUNT.
040500     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
040600     MOVE 'RULE ACCOUNTS CHANGED   - ' TO TL-LABEL.
040700     MOVE WS-TOTAL-CHANGED TO TL-COUNT.
040800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
040900     MOVE 'OVERLAPPING RULES       - ' TO TL-LABEL.
041000     MOVE WS-TOTAL-OVERLAP TO TL-COUNT.
041100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
041200     CLOSE RPT681-FILE.
041300     IF  WS-EXCEPTION
041400         MOVE 4 TO RETURN-CODE
041500     END-IF.
041600 8000-EXIT.
041700     EXIT.
041800*----------------------------------------------------------------
041900 8100-WRITE-TOTAL.
042000     MOVE WS-TOTAL-LINE TO RPT681-RECORD.
042100     WRITE RPT681-RECORD.
042200 8100-EXIT.
042300     EXIT.
