000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    GLU001.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  THE GL POSTING-   *
001500*                      RULE LOOKUP.  EVERY GL FEED ASKS HERE     *
001600*                      FOR THE DEBIT AND CREDIT ACCOUNTS AND     *
001700*                      COST CENTER OF WHAT IT POSTS, OFF         *
001800*                      GL.POSTRULE, INSTEAD OF CARRYING THEM IN  *
001900*                      ITS OWN CODE.  AN ENTRY WITH NO ACTIVE    *
002000*                      RULE GOES TO GL SUSPENSE, AND EVERY       *
002100*                      RESOLUTION IS LOGGED ON GL.POSTLOG FOR    *
002200*                      THE NIGHTLY GLB007 VALIDATION.            *
002300*                                                                *
002400******************************************************************
002500 ENVIRONMENT DIVISION.
002600 CONFIGURATION SECTION.
002700 SOURCE-COMPUTER.  IBM-370.
002800 OBJECT-COMPUTER.  IBM-370.
002900 DATA DIVISION.
003000 WORKING-STORAGE SECTION.
003100 01  WS-SWITCHES.
003200     05  WS-FOUND-SW              PIC X       VALUE 'N'.
003300         88  WS-FOUND                     VALUE 'Y'.
003400 01  WS-WORK-FIELDS.
003500     05  WS-SOURCE-PROG           PIC X(08)   VALUE SPACE.
003600     05  WS-CATEGORY              PIC X(08)   VALUE SPACE.
003700     05  WS-BANK-NBR              PIC 9(03)   VALUE ZERO.
003800     05  WS-AS-OF-DATE            PIC X(10)   VALUE SPACE.
003900*----------------------------------------------------------------
004000     COPY GLPRULE.
004100*----------------------------------------------------------------
004200     COPY GLPLOG.
004300*----------------------------------------------------------------
004400 LINKAGE SECTION.
004500 COPY GLU001P.
004600*----------------------------------------------------------------
004700 PROCEDURE DIVISION USING GLU001-PARAMETERS.
004800*
004900 0000-MAINLINE.
005000     MOVE ZERO   TO GLU001-ERRORCODE.
005100     MOVE SPACE  TO GLU001-ERROR-TEXT.
005200     MOVE SPACES TO GLU001-DR-GL-ACCT
005300                    GLU001-CR-GL-ACCT
005400                    GLU001-COST-CENTER.
005500     MOVE 'N'    TO GLU001-RESOLVED-SW.
005600     PERFORM 2000-RESOLVE-RULE THRU 2000-EXIT.
005700     IF  GLU001-FUNC-RESOLVE
005800     AND GLU001-VALID
005900         PERFORM 3000-LOG-ENTRY THRU 3000-EXIT
006000     END-IF.
006100     GOBACK.
006200*----------------------------------------------------------------
006300 2000-RESOLVE-RULE.
006400     IF  NOT GLU001-FUNC-RESOLVE
006500     AND NOT GLU001-FUNC-VALIDATE
006600         MOVE +9999 TO GLU001-ERRORCODE
006700         MOVE 'GLU001 FUNCTION MUST BE R OR V'
006800           TO GLU001-ERROR-TEXT
006900         GO TO 2000-EXIT
007000     END-IF.
007100     IF  GLU001-SOURCE-PROG = SPACES
007200     OR  GLU001-CATEGORY = SPACES
007300         MOVE +9999 TO GLU001-ERRORCODE
007400         MOVE 'GLU001 SOURCE PROGRAM/CATEGORY MISSING'
007500           TO GLU001-ERROR-TEXT
007600         GO TO 2000-EXIT
007700     END-IF.
007800     IF  GLU001-AS-OF-DATE = SPACES
007900         EXEC SQL
008000             SET :WS-AS-OF-DATE = CURRENT DATE
008100         END-EXEC
008200     ELSE
008300         MOVE GLU001-AS-OF-DATE TO WS-AS-OF-DATE
008400     END-IF.
008500     MOVE GLU001-BANK-NBR    TO WS-BANK-NBR.
008600     MOVE GLU001-SOURCE-PROG TO WS-SOURCE-PROG.
008700     MOVE GLU001-CATEGORY    TO WS-CATEGORY.
008800     PERFORM 2100-FIND-RULE THRU 2100-EXIT.
008900     IF  WS-FOUND
009000         SET GLU001-RESOLVED TO TRUE
009100         GO TO 2000-EXIT
009200     END-IF.
009300*    VALIDATION ONLY WANTS TO KNOW THERE IS NO RULE.  A POSTING
009400*    STILL HAS TO GO SOMEWHERE -- GL SUSPENSE, FOR THE BANK OR
009500*    FOR EVERY BANK -- AND STAYS MARKED UNRESOLVED.
009600     IF  GLU001-FUNC-VALIDATE
009700         GO TO 2000-EXIT
009800     END-IF.
009900     MOVE 'SUSPENSE' TO WS-SOURCE-PROG.
010000     MOVE 'SUSPENSE' TO WS-CATEGORY.
010100     PERFORM 2100-FIND-RULE THRU 2100-EXIT.
010200     IF  NOT WS-FOUND
010300         MOVE +9999 TO GLU001-ERRORCODE
010400         MOVE 'GL SUSPENSE RULE NOT ON GL.POSTRULE'
010500           TO GLU001-ERROR-TEXT
010600     END-IF.
010700 2000-EXIT.
010800     EXIT.
010900*----------------------------------------------------------------
011000 2100-FIND-RULE.
011100*    THE BANK'S OWN RULE SORTS AHEAD OF THE BANK 0 RULE.
011200     MOVE 'N' TO WS-FOUND-SW.
011300     EXEC SQL
011400         SELECT GLPR_DR_GL_ACCT, GLPR_CR_GL_ACCT,
011500                GLPR_COST_CENTER
011600           INTO :GLPR-DR-GL-ACCT, :GLPR-CR-GL-ACCT,
011700                :GLPR-COST-CENTER
011800           FROM GL.POSTRULE
011900          WHERE GLPR_SOURCE_PROG = :WS-SOURCE-PROG
012000            AND GLPR_CATEGORY    = :WS-CATEGORY
012100            AND GLPR_BANK_NBR   IN (:WS-BANK-NBR, 0)
012200            AND GLPR_ACTIVE_IND  = 'Y'
012300            AND GLPR_EFF_DATE   <= DATE(:WS-AS-OF-DATE)
012400            AND GLPR_END_DATE   >= DATE(:WS-AS-OF-DATE)
012500          ORDER BY GLPR_BANK_NBR DESC
012600          FETCH FIRST 1 ROW ONLY
012700     END-EXEC.
012800     IF  SQLCODE = ZERO
012900         SET WS-FOUND TO TRUE
013000         MOVE GLPR-DR-GL-ACCT  TO GLU001-DR-GL-ACCT
013100         MOVE GLPR-CR-GL-ACCT  TO GLU001-CR-GL-ACCT
013200         MOVE GLPR-COST-CENTER TO GLU001-COST-CENTER
013300     END-IF.
013400 2100-EXIT.
013500     EXIT.
013600*----------------------------------------------------------------
013700 3000-LOG-ENTRY.
013800*    ONE LOG ROW PER DAY, PROGRAM, CATEGORY, BANK AND OUTCOME --
013900*    BUMPED WHEN IT IS ALREADY THERE, ADDED WHEN IT IS NOT.
014000     MOVE GLU001-SOURCE-PROG TO GLPL-SOURCE-PROG.
014100     MOVE GLU001-CATEGORY    TO GLPL-CATEGORY.
014200     MOVE GLU001-BANK-NBR    TO GLPL-BANK-NBR.
014300     MOVE GLU001-RESOLVED-SW TO GLPL-RESOLVED-IND.
014400     MOVE GLU001-DR-GL-ACCT  TO GLPL-DR-GL-ACCT.
014500     MOVE GLU001-CR-GL-ACCT  TO GLPL-CR-GL-ACCT.
014600     MOVE GLU001-AMOUNT      TO GLPL-AMOUNT.
014700     EXEC SQL
014800         UPDATE GL.POSTLOG
014900            SET GLPL_ITEM_COUNT = GLPL_ITEM_COUNT + 1,
015000                GLPL_AMOUNT     = GLPL_AMOUNT + :GLPL-AMOUNT
015100          WHERE GLPL_RUN_DATE     = CURRENT DATE
015200            AND GLPL_SOURCE_PROG  = :GLPL-SOURCE-PROG
015300            AND GLPL_CATEGORY     = :GLPL-CATEGORY
015400            AND GLPL_BANK_NBR     = :GLPL-BANK-NBR
015500            AND GLPL_RESOLVED_IND = :GLPL-RESOLVED-IND
015600            AND GLPL_DR_GL_ACCT   = :GLPL-DR-GL-ACCT
015700            AND GLPL_CR_GL_ACCT   = :GLPL-CR-GL-ACCT
015800     END-EXEC.
015900     IF  SQLCODE = ZERO
016000         GO TO 3000-EXIT
016100     END-IF.
016200     MOVE +1 TO GLPL-ITEM-COUNT.
016300     EXEC SQL
016400         INSERT INTO GL.POSTLOG
016500                (GLPL_RUN_DATE, GLPL_SOURCE_PROG, GLPL_CATEGORY,
016600                 GLPL_BANK_NBR, GLPL_RESOLVED_IND,
016700                 GLPL_DR_GL_ACCT, GLPL_CR_GL_ACCT,
016800                 GLPL_ITEM_COUNT, GLPL_AMOUNT)
016900         VALUES (CURRENT DATE, :GLPL-SOURCE-PROG,
017000                 :GLPL-CATEGORY, :GLPL-BANK-NBR,
017100                 :GLPL-RESOLVED-IND, :GLPL-DR-GL-ACCT,
017200                 :GLPL-CR-GL-ACCT, :GLPL-ITEM-COUNT,
017300                 :GLPL-AMOUNT)
017400     END-EXEC.
017500     IF  SQLCODE NOT = ZERO
017600         MOVE +9999 TO GLU001-ERRORCODE
017700         MOVE 'GL.POSTLOG INSERT FAILED -- ENTRY NOT LOGGED'
017800           TO GLU001-ERROR-TEXT
017900     END-IF.
018000 3000-EXIT.
018100     EXIT.
