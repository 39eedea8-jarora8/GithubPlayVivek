002700*                      AVERAGE.  FINANCE STOPS ASSEMBLING THIS   *
002800*                      BY HAND ONCE A MONTH.                     *
002900*                                                                *
002910*   10/15/2026 RM     ATMREBT CARRIES THE MONTHLY FOREIGN ATM   *
002920*                      SURCHARGE REBATES (ACMB520) AS A CONTRA   *
002930*                      LINE -- NEGATIVE AMOUNTS AGAINST THEIR    *
002940*                      OWN CONTRA-INCOME GL ACCOUNT, MARKED      *
002950*                      CONTRA ON THE REPORT.  THE MAP NOW        *
002960*                      CARRIES A LINE TYPE PER CATEGORY.         *
002961*                                                                *
002962*   10/15/2026 RM     THE GL ACCOUNT EACH CATEGORY TIES TO NOW   *
002963*                      COMES OFF GL.POSTRULE THROUGH GLU001 --   *
002964*                      THE CREDIT ACCOUNT FOR INCOME, THE DEBIT  *
002965*                      ACCOUNT FOR CONTRA -- INSTEAD OF THE MAP. *
002966*                      A CATEGORY WITH NO RULE SHOWS NO RULE, IS *
002967*                      COUNTED, AND ENDS THE STEP RC 4.          *
002970*                                                                *
003000******************************************************************
003100 ENVIRONMENT DIVISION.
003200 CONFIGURATION SECTION.
006900     05  WS-BANK-MAX              PIC S9(4)   COMP  VALUE +0.
007000     05  WS-TOTAL-ITEMS           PIC S9(7)   COMP  VALUE ZERO.
007100     05  WS-TOTAL-UNKNOWN         PIC S9(7)   COMP  VALUE ZERO.
007150     05  WS-TOTAL-NO-RULE         PIC S9(7)   COMP  VALUE ZERO.
007200     05  WS-GRAND-TOTAL           PIC S9(11)V99 COMP-3 VALUE +0.
007300     05  WS-AVG-CENTS             PIC S9(13)  COMP-3 VALUE +0.
007400     05  WS-DAY-CENTS             PIC S9(13)  COMP-3 VALUE +0.
007500     05  WS-DEV-CENTS             PIC S9(13)  COMP-3 VALUE +0.
007600     05  WS-NEW-AVG-CENTS         PIC S9(13)  COMP-3 VALUE +0.
007700     05  WS-AVG-DISPLAY           PIC 9(13)   VALUE ZERO.
007800*    THE FEE CATEGORY MAP.  MAINTAINED WITH FINANCE; THE NIPS
007900*    REFUND FEED CARRIES THE CATEGORY IT REFUNDS, SO REFUNDS
008000*    NET INSIDE THEIR OWN LINE.  THE LAST BYTE IS THE LINE
008100*    TYPE -- I FOR INCOME, C FOR A CONTRA-INCOME (EXPENSE)
008110*    CATEGORY WHOSE ITEMS ARRIVE NEGATIVE.  THE GL ACCOUNT
008120*    EACH TIES TO COMES OFF GL.POSTRULE (GLU001), NOT HERE.
008200 01  WS-CATEGORY-MAP.
008300     05  FILLER  PIC X(09)  VALUE 'NSFOD   I'.
008400     05  FILLER  PIC X(09)  VALUE 'ANALYSISI'.
008500     05  FILLER  PIC X(09)  VALUE 'INTLCARDI'.
008600     05  FILLER  PIC X(09)  VALUE 'STOPFEE I'.
008700     05  FILLER  PIC X(09)  VALUE 'RETITEM I'.
008800     05  FILLER  PIC X(09)  VALUE 'WIREFEE I'.
008810     05  FILLER  PIC X(09)  VALUE 'ATMREBT C'.
008900 01  WS-CATEGORY-MAP-R REDEFINES WS-CATEGORY-MAP.
009000     05  WS-CAT-ENTRY  OCCURS 7 TIMES.
009100         10  WS-CAT-CODE          PIC X(08).
009210         10  WS-CAT-LINE-TYPE     PIC X(01).
009220             88  WS-CAT-CONTRA            VALUE 'C'.
009300 01  WS-CATEGORY-TOTALS.
009400     05  WS-CAT-TOTAL             PIC S9(11)V99 COMP-3
009500                                  OCCURS 7 TIMES.
009600*    BANK/BRANCH BREAKOUT SLOTS, FIRST COME FIRST SERVED.
009700 01  WS-BANK-TABLE.
009800     05  WS-BANK-ENTRY  OCCURS 100 TIMES.
010400*----------------------------------------------------------------
010500     COPY AMSU001P.
010600*----------------------------------------------------------------
010630     COPY GLU001P.
010660*----------------------------------------------------------------
010700 01  WS-HEADING-1.
010800     05  FILLER  PIC X(132) VALUE
010900       'GLB005  CONSOLIDATED DAILY FEE INCOME'.
011700     05  CL-AVG                   PIC ZZZ,ZZZ,ZZ9.99.
011800     05  FILLER                   PIC X(02)   VALUE SPACE.
011900     05  CL-FLAG                  PIC X(11).
011910     05  FILLER                   PIC X(02)   VALUE SPACE.
011920     05  CL-LINE-TYPE             PIC X(06).
012000     05  FILLER                   PIC X(54)   VALUE SPACE.
012100 01  WS-BRANCH-LINE.
012200     05  FILLER       PIC X(08) VALUE '  BANK  '.
012300     05  BL-BANK-NBR              PIC 9(03).
013800     05  FILLER       PIC X(19) VALUE 'NET FEE INCOME $ - '.
013900     05  TL-GRAND                 PIC ZZZ,ZZZ,ZZ9.99-.
014000     05  FILLER                   PIC X(98)   VALUE SPACE.
014020 01  WS-TOTAL-LINE-4.
014040     05  FILLER       PIC X(19) VALUE 'NO GL RULE       - '.
014060     05  TL-NO-RULE               PIC ZZZ,ZZ9.
014080     05  FILLER                   PIC X(106)  VALUE SPACE.
014100*----------------------------------------------------------------
014200 LINKAGE SECTION.
014300 01  GLB005-PARM.
016300     MOVE WS-HEADING-1 TO RPT617-RECORD.
016400     WRITE RPT617-RECORD.
016500     PERFORM 1100-CLEAR-ONE-CATEGORY THRU 1100-EXIT
016600         VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 7.
016700     OPEN INPUT FEEIN-FILE.
016800     IF  WS-FEE-STATUS NOT = '00'
016900         DISPLAY 'GLB005 - FEEIN I/O ERROR, STATUS '
018500     MOVE 'N' TO WS-FOUND-SW.
018600     PERFORM 2200-SCAN-CATEGORY THRU 2200-EXIT
018700         VARYING WS-CX FROM 1 BY 1
018800         UNTIL WS-CX > 7
018900         OR WS-FOUND.
019000     IF  WS-FOUND
019100         SUBTRACT 1 FROM WS-CX
025500*----------------------------------------------------------------
025600 5000-REPORT-CATEGORIES.
025700     PERFORM 5100-REPORT-ONE-CATEGORY THRU 5100-EXIT
025800         VARYING WS-CX FROM 1 BY 1 UNTIL WS-CX > 7.
025900 5000-EXIT.
026000     EXIT.
026100*----------------------------------------------------------------
028800         MOVE WS-DAY-CENTS TO WS-DEV-CENTS
028900     END-IF.
029000     MOVE WS-CAT-CODE (WS-CX)    TO CL-CATEGORY.
029005*    THE GL ACCOUNT COMES OFF GL.POSTRULE, EVERY-BANK RULE --
029010*    THE CREDIT ACCOUNT FOR AN INCOME LINE, THE DEBIT ACCOUNT
029015*    FOR A CONTRA LINE.  THE REPORT POSTS NOTHING, SO IT ONLY
029020*    VALIDATES; A CATEGORY WITH NO RULE IS FLAGGED.
029025     MOVE 'V'                 TO GLU001-FUNCTION.
029030     MOVE 'GLB005  '          TO GLU001-SOURCE-PROG.
029035     MOVE WS-CAT-CODE (WS-CX) TO GLU001-CATEGORY.
029040     MOVE ZERO                TO GLU001-BANK-NBR.
029045     MOVE SPACES              TO GLU001-AS-OF-DATE.
029050     MOVE ZERO                TO GLU001-AMOUNT.
029055     CALL 'GLU001' USING GLU001-PARAMETERS.
029060     IF  NOT GLU001-VALID
029065     OR  NOT GLU001-RESOLVED
029070         MOVE 'NO RULE ' TO CL-GL-ACCT
029075         ADD 1 TO WS-TOTAL-NO-RULE
029080     ELSE
029085         IF  WS-CAT-CONTRA (WS-CX)
029090             MOVE GLU001-DR-GL-ACCT TO CL-GL-ACCT
029095         ELSE
029100             MOVE GLU001-CR-GL-ACCT TO CL-GL-ACCT
029105         END-IF
029110     END-IF.
029200     MOVE WS-CAT-TOTAL (WS-CX)   TO CL-TODAY.
029300     COMPUTE CL-AVG = WS-AVG-CENTS / 100.
029400     MOVE SPACE TO CL-FLAG.
029410     IF  WS-CAT-CONTRA (WS-CX)
029420         MOVE 'CONTRA' TO CL-LINE-TYPE
029430     ELSE
029440         MOVE SPACES   TO CL-LINE-TYPE
029450     END-IF.
029500     IF  WS-AVG-CENTS > ZERO
029600     AND (WS-DEV-CENTS >
029700          WS-AVG-CENTS * (100 + GLB005-DEV-PCT) / 100
034900     MOVE WS-GRAND-TOTAL TO TL-GRAND.
035000     MOVE WS-TOTAL-LINE-3 TO RPT617-RECORD.
035100     WRITE RPT617-RECORD.
035110     MOVE WS-TOTAL-NO-RULE TO TL-NO-RULE.
035120     MOVE WS-TOTAL-LINE-4 TO RPT617-RECORD.
035130     WRITE RPT617-RECORD.
035140     IF  WS-TOTAL-NO-RULE > ZERO
035150         MOVE 4 TO RETURN-CODE
035160     END-IF.
035200     CLOSE FEEIN-FILE.
035300     CLOSE RPT617-FILE.
035400 8000-EXIT.
