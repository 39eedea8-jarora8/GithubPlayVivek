000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    CIFU524.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  RETURNS THE       *
001500*                      TEST-REGION SUBSTITUTE FOR ONE PRODUCTION *
001600*                      VALUE -- TIN, ACCOUNT NUMBER, CARD OR     *
001700*                      TOKEN NUMBER, PHONE, NAME OR ADDRESS      *
001800*                      LINE -- FROM THE VALUE AND THE REGION'S   *
001900*                      MASK KEY ALONE, SO CIFB551 GIVES A VALUE  *
002000*                      THE SAME SUBSTITUTE IN EVERY TABLE IT     *
002100*                      MASKS.                                    *
002200*                                                                *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
002500 CONFIGURATION SECTION.
002600 SOURCE-COMPUTER.  IBM-370.
002700 OBJECT-COMPUTER.  IBM-370.
002800 DATA DIVISION.
002900 WORKING-STORAGE SECTION.
003000 01  WS-WORK-FIELDS.
003100     05  WS-KEY-X                 PIC X(18)   VALUE SPACE.
003200     05  FILLER REDEFINES WS-KEY-X.
003300         10  WS-KEY-HIGH          PIC 9(09).
003400         10  WS-KEY-LOW           PIC 9(09).
003500     05  FILLER REDEFINES WS-KEY-X.
003600         10  WS-KEY-DIGIT         PIC 9(01)   OCCURS 18 TIMES.
003700     05  WS-SUB                   PIC S9(4)   COMP  VALUE ZERO.
003800     05  WS-SUB2                  PIC S9(4)   COMP  VALUE ZERO.
003900     05  WS-KX                    PIC S9(4)   COMP  VALUE ZERO.
004000     05  WS-KEY-OFS               PIC S9(4)   COMP  VALUE ZERO.
004100     05  WS-CARRY                 PIC S9(4)   COMP  VALUE ZERO.
004200     05  WS-SUM                   PIC S9(4)   COMP  VALUE ZERO.
004300     05  WS-QUOT                  PIC S9(4)   COMP  VALUE ZERO.
004400     05  WS-REM                   PIC S9(4)   COMP  VALUE ZERO.
004500     05  WS-CHAR-POS              PIC S9(4)   COMP  VALUE ZERO.
004600     05  WS-CHAR-VALUE            PIC S9(4)   COMP  VALUE ZERO.
004700     05  WS-CARD-LEN              PIC S9(4)   COMP  VALUE ZERO.
004800     05  WS-LUHN-SUM              PIC S9(4)   COMP  VALUE ZERO.
004900     05  WS-ONE-DIGIT             PIC 9(01)   VALUE ZERO.
005000     05  WS-LUHN-SW               PIC X(01)   VALUE 'Y'.
005100         88  WS-LUHN-DOUBLE               VALUE 'Y'.
005200         88  WS-LUHN-SINGLE               VALUE 'N'.
005300     05  WS-HASH                  PIC S9(18)  COMP  VALUE ZERO.
005400     05  WS-HASH-QUOT             PIC S9(18)  COMP  VALUE ZERO.
005500     05  WS-HASH-REM              PIC S9(18)  COMP  VALUE ZERO.
005600     05  WS-HASH-SEED             PIC 9(09)   VALUE ZERO.
005700     05  WS-NBR                   PIC 9(04)   VALUE ZERO.
005800     05  WS-WORK-VALUE            PIC X(40)   VALUE SPACE.
005900     05  WS-WORK-CHAR             PIC X(01)   VALUE SPACE.
006000     05  WS-DG-COUNT              PIC S9(4)   COMP  VALUE ZERO.
006100*    THE DIGITS BEING MASKED AND WHERE EACH CAME FROM IN THE
006200*    VALUE.  THE KEY IS SPREAD OVER 60 DIGITS SO EACH PASS OF
006300*    THE SCRAMBLE ADDS A DIFFERENT RUN OF IT.
006400 01  WS-DIGIT-TABLE.
006500     05  WS-DG                    PIC 9(01)   OCCURS 20 TIMES.
006600 01  WS-DIGIT-POS-TABLE.
006700     05  WS-DG-POS                PIC S9(4)   COMP
006800                                              OCCURS 20 TIMES.
006900 01  WS-KEY-TABLE.
007000     05  WS-KD                    PIC 9(01)   OCCURS 60 TIMES.
007100*    A FIXED SUBSTITUTION OF 0-9 APPLIED AFTER EACH KEYED ADD,
007200*    SO THE SCRAMBLE IS NOT A SIMPLE OFFSET OF THE INPUT.
007300 01  WS-SBOX-DATA.
007400     05  FILLER  PIC X(10) VALUE '3817029456'.
007500 01  WS-SBOX-TABLE REDEFINES WS-SBOX-DATA.
007600     05  WS-SB                    PIC 9(01)   OCCURS 10 TIMES.
007700 01  WS-ALPHABET                  PIC X(36)   VALUE
007800     'ABCDEFGHIJKLMNOPQRSTUVWXYZ0123456789'.
007900 01  WS-ALPHABET-TABLE REDEFINES WS-ALPHABET.
008000     05  WS-ALPHA                 PIC X(01)   OCCURS 36 TIMES.
008100 01  WS-GIVEN-DATA.
008200     05  FILLER  PIC X(40) VALUE
008300         'JAMES   MARY    ROBERT  LINDA   MICHAEL '.
008400     05  FILLER  PIC X(40) VALUE
008500         'SUSAN   WILLIAM KAREN   DAVID   NANCY   '.
008600     05  FILLER  PIC X(40) VALUE
008700         'RICHARD BETTY   JOSEPH  HELEN   THOMAS  '.
008800     05  FILLER  PIC X(40) VALUE
008900         'SANDRA  CHARLES DONNA   DANIEL  CAROL   '.
009000     05  FILLER  PIC X(40) VALUE
009100         'MATTHEW RUTH    ANTHONY SHARON  MARK    '.
009200     05  FILLER  PIC X(40) VALUE
009300         'MICHELLEDONALD  LAURA   STEVEN  SARAH   '.
009400     05  FILLER  PIC X(40) VALUE
009500         'PAUL    KIMBERLYANDREW  DEBORAH JOSHUA  '.
009600     05  FILLER  PIC X(40) VALUE
009700         'JESSICA KENNETH SHIRLEY KEVIN   CYNTHIA '.
009800 01  WS-GIVEN-TABLE REDEFINES WS-GIVEN-DATA.
009900     05  WS-GIVEN-NAME            PIC X(08)   OCCURS 40 TIMES.
010000 01  WS-SURNAME-DATA.
010100     05  FILLER  PIC X(45) VALUE
010200         'HOLLOWAY ABERNATHYBRADSHAW CALLOWAY DUNMORE  '.
010300     05  FILLER  PIC X(45) VALUE
010400         'ELLSWORTHFAIRCLOTHGALLOWAY HARTWELL IVERSON  '.
010500     05  FILLER  PIC X(45) VALUE
010600         'JAMESON  KINCAID  LANGSTON MADDOX   NORCROSS '.
010700     05  FILLER  PIC X(45) VALUE
010800         'OAKLEY   PEMBERTONQUINLAN  RADCLIFFESOMERSET '.
010900     05  FILLER  PIC X(45) VALUE
011000         'THORNTON UPSHAW   VOORHEES WAKEFIELDYARBROUGH'.
011100     05  FILLER  PIC X(45) VALUE
011200         'ASHWORTH BEAUMONT CROWDER  DRISCOLL EASTWOOD '.
011300     05  FILLER  PIC X(45) VALUE
011400         'FLETCHER GRISWOLD HALVORSENKESSLER  LOCKHART '.
011500     05  FILLER  PIC X(45) VALUE
011600         'MERRICK  NEWCOMB  OSBORNE  PRESCOTT ROWLAND  '.
011700     05  FILLER  PIC X(45) VALUE
011800         'SINCLAIR TREMAINE WHITAKER ALDRIDGE BLACKWOOD'.
011900     05  FILLER  PIC X(45) VALUE
012000         'CORCORAN DELACROIXFENWICK  HADLEY   STANFIELD'.
012100 01  WS-SURNAME-TABLE REDEFINES WS-SURNAME-DATA.
012200     05  WS-SURNAME-ENTRY         PIC X(09)   OCCURS 50 TIMES.
012300 01  WS-STREET-DATA.
012400     05  FILLER  PIC X(50) VALUE
012500         'MAPLE     OAK       CEDAR     BIRCH     WILLOW    '.
012600     05  FILLER  PIC X(50) VALUE
012700         'ASPEN     HICKORY   CHESTNUT  SYCAMORE  MAGNOLIA  '.
012800     05  FILLER  PIC X(50) VALUE
012900         'LAUREL    JUNIPER   SPRUCE    HAWTHORN  DOGWOOD   '.
013000     05  FILLER  PIC X(50) VALUE
013100         'POPLAR    ELM       LINDEN    REDBUD    CYPRESS   '.
013200     05  FILLER  PIC X(50) VALUE
013300         'MEADOW    RIDGE     VALLEY    BROOK     LAKEVIEW  '.
013400     05  FILLER  PIC X(50) VALUE
013500         'HILLTOP   FOREST    ORCHARD   HARBOR    SUMMIT    '.
013600     05  FILLER  PIC X(50) VALUE
013700         'PRAIRIE   CANYON    MEADOWLARKSPARROW   CARDINAL  '.
013800     05  FILLER  PIC X(50) VALUE
013900         'HERON     FALCON    BLUEBIRD  WREN      ORIOLE    '.
014000 01  WS-STREET-TABLE REDEFINES WS-STREET-DATA.
014100     05  WS-STREET-NAME           PIC X(10)   OCCURS 40 TIMES.
014200 01  WS-SUFFIX-DATA.
014300     05  FILLER  PIC X(18) VALUE 'ST AVERD LN DR CT '.
014400 01  WS-SUFFIX-TABLE REDEFINES WS-SUFFIX-DATA.
014500     05  WS-SUFFIX                PIC X(03)   OCCURS 6 TIMES.
014600*----------------------------------------------------------------
014700 LINKAGE SECTION.
014800 COPY CIFU524P.
014900*----------------------------------------------------------------
015000 PROCEDURE DIVISION USING CIFU524-PARAMETERS.
015100*
015200 0000-MAINLINE.
015300     MOVE ZERO  TO CIFU524-ERRORCODE.
015400     MOVE SPACE TO CIFU524-ERROR-TEXT.
015500     MOVE SPACE TO CIFU524-VALUE-OUT.
015600     MOVE ZERO  TO CIFU524-OUT-LEN.
015700     PERFORM 1000-LOAD-KEY THRU 1000-EXIT.
015800     IF  CIFU524-INVALID
015900         GOBACK
016000     END-IF.
016100*    A BLANK VALUE CARRIES NOTHING TO HIDE AND STAYS BLANK.
016200     IF  CIFU524-VALUE-IN = SPACES
016300         GOBACK
016400     END-IF.
016500     EVALUATE TRUE
016600         WHEN CIFU524-DOMAIN-TIN
016700         WHEN CIFU524-DOMAIN-ACCT
016800             PERFORM 2000-MASK-DIGITS THRU 2000-EXIT
016900         WHEN CIFU524-DOMAIN-CARD
017000         WHEN CIFU524-DOMAIN-TOKEN
017100             PERFORM 3000-MASK-CARD THRU 3000-EXIT
017200         WHEN CIFU524-DOMAIN-PHONE
017300             PERFORM 4000-MASK-PHONE THRU 4000-EXIT
017400         WHEN CIFU524-DOMAIN-NAME
017500             PERFORM 5000-MASK-NAME THRU 5000-EXIT
017600         WHEN CIFU524-DOMAIN-ADDR
017700             PERFORM 6000-MASK-ADDRESS THRU 6000-EXIT
017800         WHEN OTHER
017900             MOVE +9999 TO CIFU524-ERRORCODE
018000             MOVE 'MASK DOMAIN NOT RECOGNIZED'
018100               TO CIFU524-ERROR-TEXT
018200     END-EVALUATE.
018300     IF  CIFU524-VALID
018400         PERFORM 7000-SET-LENGTH THRU 7000-EXIT
018500     ELSE
018600         MOVE SPACE TO CIFU524-VALUE-OUT
018700     END-IF.
018800     GOBACK.
018900*----------------------------------------------------------------
019000 1000-LOAD-KEY.
019100     IF  CIFU524-MASK-KEY NOT NUMERIC
019200         MOVE +9999 TO CIFU524-ERRORCODE
019300         MOVE 'MASK KEY MUST BE 18 DIGITS'
019400           TO CIFU524-ERROR-TEXT
019500         GO TO 1000-EXIT
019600     END-IF.
019700     MOVE CIFU524-MASK-KEY TO WS-KEY-X.
019800     PERFORM 1100-SPREAD-KEY THRU 1100-EXIT
019900         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 60.
020000 1000-EXIT.
020100     EXIT.
020200*----------------------------------------------------------------
020300 1100-SPREAD-KEY.
020400     COMPUTE WS-KX = WS-SUB - 1.
020500     DIVIDE WS-KX BY 18 GIVING WS-QUOT REMAINDER WS-REM.
020600     ADD 1 TO WS-REM.
020700     MOVE WS-KEY-DIGIT (WS-REM) TO WS-KD (WS-SUB).
020800 1100-EXIT.
020900     EXIT.
021000*----------------------------------------------------------------
021100 2000-MASK-DIGITS.
021200*    EVERY DIGIT IS REPLACED WHERE IT STANDS; ANYTHING ELSE IN
021300*    THE VALUE (BLANK FILL, A DASH) IS LEFT AS IT WAS.
021400     MOVE CIFU524-VALUE-IN TO CIFU524-VALUE-OUT.
021500     MOVE ZERO TO WS-DG-COUNT.
021600     PERFORM 2100-COLLECT-DIGIT THRU 2100-EXIT
021700         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 40.
021800     IF  WS-DG-COUNT = ZERO
021900         MOVE +9999 TO CIFU524-ERRORCODE
022000         MOVE 'VALUE HAS NO DIGITS TO MASK'
022100           TO CIFU524-ERROR-TEXT
022200         GO TO 2000-EXIT
022300     END-IF.
022400     IF  CIFU524-DOMAIN-TIN
022500     AND WS-DG-COUNT NOT = 9
022600         MOVE +9999 TO CIFU524-ERRORCODE
022700         MOVE 'TIN MUST BE 9 DIGITS'
022800           TO CIFU524-ERROR-TEXT
022900         GO TO 2000-EXIT
023000     END-IF.
023100     PERFORM 8000-SCRAMBLE THRU 8000-EXIT.
023200     PERFORM 2200-PLACE-DIGIT THRU 2200-EXIT
023300         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-DG-COUNT.
023400 2000-EXIT.
023500     EXIT.
023600*----------------------------------------------------------------
023700 2100-COLLECT-DIGIT.
023800     IF  CIFU524-VALUE-IN (WS-SUB:1) NUMERIC
023900     AND WS-DG-COUNT < 20
024000         ADD 1 TO WS-DG-COUNT
024100         MOVE CIFU524-VALUE-IN (WS-SUB:1)
024200           TO WS-DG (WS-DG-COUNT)
024300         MOVE WS-SUB TO WS-DG-POS (WS-DG-COUNT)
024400     END-IF.
024500 2100-EXIT.
024600     EXIT.
024700*----------------------------------------------------------------
024800 2200-PLACE-DIGIT.
024900     MOVE WS-DG-POS (WS-SUB) TO WS-CHAR-POS.
025000     MOVE WS-DG (WS-SUB) TO WS-ONE-DIGIT.
025100     MOVE WS-ONE-DIGIT TO CIFU524-VALUE-OUT (WS-CHAR-POS:1).
025200 2200-EXIT.
025300     EXIT.
025400*----------------------------------------------------------------
025500 3000-MASK-CARD.
025600*    THE BIN (FIRST SIX) STAYS SO THE CARD STILL ROUTES TO THE
025700*    SAME PRODUCT; THE DIGITS BETWEEN IT AND THE CHECK DIGIT
025800*    ARE SCRAMBLED AND THE CHECK DIGIT IS COMPUTED AFRESH.
025900     MOVE ZERO TO WS-CARD-LEN.
026000     INSPECT CIFU524-VALUE-IN TALLYING WS-CARD-LEN
026100         FOR CHARACTERS BEFORE INITIAL SPACE.
026200     IF  WS-CARD-LEN < 13
026300     OR  WS-CARD-LEN > 19
026400         MOVE +9999 TO CIFU524-ERRORCODE
026500         MOVE 'CARD NUMBER MUST BE 13-19 DIGITS'
026600           TO CIFU524-ERROR-TEXT
026700         GO TO 3000-EXIT
026800     END-IF.
026900     IF  CIFU524-VALUE-IN (1:WS-CARD-LEN) NOT NUMERIC
027000     OR  CIFU524-VALUE-IN (WS-CARD-LEN + 1:) NOT = SPACES
027100         MOVE +9999 TO CIFU524-ERRORCODE
027200         MOVE 'CARD NUMBER MUST BE 13-19 DIGITS'
027300           TO CIFU524-ERROR-TEXT
027400         GO TO 3000-EXIT
027500     END-IF.
027600     MOVE CIFU524-VALUE-IN TO CIFU524-VALUE-OUT.
027700     COMPUTE WS-DG-COUNT = WS-CARD-LEN - 7.
027800     PERFORM 3100-COLLECT-MIDDLE THRU 3100-EXIT
027900         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-DG-COUNT.
028000     PERFORM 8000-SCRAMBLE THRU 8000-EXIT.
028100     PERFORM 2200-PLACE-DIGIT THRU 2200-EXIT
028200         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-DG-COUNT.
028300     PERFORM 3200-SET-CHECK-DIGIT THRU 3200-EXIT.
028400 3000-EXIT.
028500     EXIT.
028600*----------------------------------------------------------------
028700 3100-COLLECT-MIDDLE.
028800     COMPUTE WS-CHAR-POS = WS-SUB + 6.
028900     MOVE CIFU524-VALUE-IN (WS-CHAR-POS:1) TO WS-DG (WS-SUB).
029000     MOVE WS-CHAR-POS TO WS-DG-POS (WS-SUB).
029100 3100-EXIT.
029200     EXIT.
029300*----------------------------------------------------------------
029400 3200-SET-CHECK-DIGIT.
029500*    LUHN: FROM THE DIGIT LEFT OF THE CHECK DIGIT, DOUBLE EVERY
029600*    OTHER DIGIT (CASTING OUT NINES), ADD THEM ALL, AND CHOOSE
029700*    THE CHECK DIGIT THAT BRINGS THE SUM TO A MULTIPLE OF TEN.
029800     MOVE ZERO TO WS-LUHN-SUM.
029900     SET WS-LUHN-DOUBLE TO TRUE.
030000     COMPUTE WS-SUB2 = WS-CARD-LEN - 1.
030100     PERFORM 3210-ADD-LUHN-DIGIT THRU 3210-EXIT
030200         VARYING WS-SUB FROM WS-SUB2 BY -1 UNTIL WS-SUB < 1.
030300     DIVIDE WS-LUHN-SUM BY 10 GIVING WS-QUOT REMAINDER WS-REM.
030400     IF  WS-REM = ZERO
030500         MOVE ZERO TO WS-ONE-DIGIT
030600     ELSE
030700         COMPUTE WS-ONE-DIGIT = 10 - WS-REM
030800     END-IF.
030900     MOVE WS-ONE-DIGIT TO CIFU524-VALUE-OUT (WS-CARD-LEN:1).
031000 3200-EXIT.
031100     EXIT.
031200*----------------------------------------------------------------
031300 3210-ADD-LUHN-DIGIT.
031400     MOVE CIFU524-VALUE-OUT (WS-SUB:1) TO WS-ONE-DIGIT.
031500     IF  WS-LUHN-DOUBLE
031600         COMPUTE WS-SUM = WS-ONE-DIGIT * 2
031700         IF  WS-SUM > 9
031800             SUBTRACT 9 FROM WS-SUM
031900         END-IF
032000         SET WS-LUHN-SINGLE TO TRUE
032100     ELSE
032200         MOVE WS-ONE-DIGIT TO WS-SUM
032300         SET WS-LUHN-DOUBLE TO TRUE
032400     END-IF.
032500     ADD WS-SUM TO WS-LUHN-SUM.
032600 3210-EXIT.
032700     EXIT.
032800*----------------------------------------------------------------
032900 4000-MASK-PHONE.
033000*    THE AREA CODE STAYS FOR ANY GEOGRAPHIC TESTING; THE
033100*    EXCHANGE AND LINE BECOME 555-0100 THRU 555-0199, THE RANGE
033200*    SET ASIDE FOR FICTITIOUS NUMBERS, SO A TEST DIALER CANNOT
033300*    REACH A REAL PERSON.
033400     IF  CIFU524-VALUE-IN (1:11) NOT NUMERIC
033500     OR  CIFU524-VALUE-IN (12:) NOT = SPACES
033600         MOVE +9999 TO CIFU524-ERRORCODE
033700         MOVE 'PHONE MUST BE 11 DIGITS'
033800           TO CIFU524-ERROR-TEXT
033900         GO TO 4000-EXIT
034000     END-IF.
034100     MOVE 11 TO WS-DG-COUNT.
034200     PERFORM 4100-COLLECT-PHONE-DIGIT THRU 4100-EXIT
034300         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 11.
034400     PERFORM 8000-SCRAMBLE THRU 8000-EXIT.
034500     MOVE CIFU524-VALUE-IN (1:4) TO CIFU524-VALUE-OUT (1:4).
034600     MOVE '55501'                TO CIFU524-VALUE-OUT (5:5).
034700     MOVE WS-DG (10)             TO WS-ONE-DIGIT.
034800     MOVE WS-ONE-DIGIT           TO CIFU524-VALUE-OUT (10:1).
034900     MOVE WS-DG (11)             TO WS-ONE-DIGIT.
035000     MOVE WS-ONE-DIGIT           TO CIFU524-VALUE-OUT (11:1).
035100 4000-EXIT.
035200     EXIT.
035300*----------------------------------------------------------------
035400 4100-COLLECT-PHONE-DIGIT.
035500     MOVE CIFU524-VALUE-IN (WS-SUB:1) TO WS-DG (WS-SUB).
035600 4100-EXIT.
035700     EXIT.
035800*----------------------------------------------------------------
035900 5000-MASK-NAME.
036000*    GIVEN NAME, MIDDLE INITIAL AND SURNAME, EACH PICKED BY THE
036100*    HASH OF THE REAL NAME, GIVE 52,000 DIFFERENT SUBSTITUTES.
036200     MOVE WS-KEY-HIGH TO WS-HASH-SEED.
036300     PERFORM 8500-HASH-VALUE THRU 8500-EXIT.
036400     DIVIDE WS-HASH BY 40
036500         GIVING WS-HASH-QUOT REMAINDER WS-HASH-REM.
036600     COMPUTE WS-SUB = WS-HASH-REM + 1.
036700     DIVIDE WS-HASH-QUOT BY 26
036800         GIVING WS-HASH-QUOT REMAINDER WS-HASH-REM.
036900     COMPUTE WS-SUB2 = WS-HASH-REM + 1.
037000     DIVIDE WS-HASH-QUOT BY 50
037100         GIVING WS-HASH-QUOT REMAINDER WS-HASH-REM.
037200     COMPUTE WS-KX = WS-HASH-REM + 1.
037300     STRING WS-GIVEN-NAME (WS-SUB)    DELIMITED BY SPACE
037400            ' '                       DELIMITED BY SIZE
037500            WS-ALPHA (WS-SUB2)        DELIMITED BY SIZE
037600            ' '                       DELIMITED BY SIZE
037700            WS-SURNAME-ENTRY (WS-KX)  DELIMITED BY SPACE
037800       INTO CIFU524-VALUE-OUT.
037900 5000-EXIT.
038000     EXIT.
038100*----------------------------------------------------------------
038200 6000-MASK-ADDRESS.
038300*    A BOX LINE STAYS A BOX LINE AND A UNIT LINE STAYS A UNIT
038400*    LINE; ANYTHING ELSE BECOMES A HOUSE NUMBER AND STREET.
038500*    CITY, STATE AND ZIP ARE NOT MASKED -- PRESORT AND TAX
038600*    JURISDICTION TESTING NEED THEM.
038700     MOVE WS-KEY-LOW TO WS-HASH-SEED.
038800     PERFORM 8500-HASH-VALUE THRU 8500-EXIT.
038900     DIVIDE WS-HASH BY 9000
039000         GIVING WS-HASH-QUOT REMAINDER WS-HASH-REM.
039100     COMPUTE WS-NBR = WS-HASH-REM + 1000.
039200     IF  WS-WORK-VALUE (1:6) = 'PO BOX'
039300     OR  WS-WORK-VALUE (1:7) = 'P O BOX'
039400     OR  WS-WORK-VALUE (1:7) = 'P.O.BOX'
039500     OR  WS-WORK-VALUE (1:8) = 'P.O. BOX'
039600         STRING 'PO BOX '                 DELIMITED BY SIZE
039700                WS-NBR                    DELIMITED BY SIZE
039800           INTO CIFU524-VALUE-OUT
039900         GO TO 6000-EXIT
040000     END-IF.
040100     IF  WS-WORK-VALUE (1:4) = 'APT ' OR 'STE '
040200     OR  WS-WORK-VALUE (1:5) = 'UNIT '
040300     OR  WS-WORK-VALUE (1:6) = 'SUITE '
040400     OR  WS-WORK-VALUE (1:1) = '#'
040500         STRING 'APT '                    DELIMITED BY SIZE
040600                WS-NBR                    DELIMITED BY SIZE
040700           INTO CIFU524-VALUE-OUT
040800         GO TO 6000-EXIT
040900     END-IF.
041000     DIVIDE WS-HASH-QUOT BY 40
041100         GIVING WS-HASH-QUOT REMAINDER WS-HASH-REM.
041200     COMPUTE WS-SUB = WS-HASH-REM + 1.
041300     DIVIDE WS-HASH-QUOT BY 6
041400         GIVING WS-HASH-QUOT REMAINDER WS-HASH-REM.
041500     COMPUTE WS-SUB2 = WS-HASH-REM + 1.
041600     STRING WS-NBR                    DELIMITED BY SIZE
041700            ' '                       DELIMITED BY SIZE
041800            WS-STREET-NAME (WS-SUB)   DELIMITED BY SPACE
041900            ' '                       DELIMITED BY SIZE
042000            WS-SUFFIX (WS-SUB2)       DELIMITED BY SPACE
042100       INTO CIFU524-VALUE-OUT.
042200 6000-EXIT.
042300     EXIT.
042400*----------------------------------------------------------------
042500 7000-SET-LENGTH.
042600     PERFORM 7100-BACK-OVER-BLANK THRU 7100-EXIT
042700         VARYING WS-SUB FROM 40 BY -1
042800           UNTIL WS-SUB < 1
042900              OR CIFU524-VALUE-OUT (WS-SUB:1) NOT = SPACE.
043000     MOVE WS-SUB TO CIFU524-OUT-LEN.
043100 7000-EXIT.
043200     EXIT.
043300*----------------------------------------------------------------
043400 7100-BACK-OVER-BLANK.
043500     CONTINUE.
043600 7100-EXIT.
043700     EXIT.
043800*----------------------------------------------------------------
043900 8000-SCRAMBLE.
044000*    TWO ROUNDS, EACH A PASS LEFT TO RIGHT AND A PASS RIGHT TO
044100*    LEFT.  EVERY DIGIT HAS THE KEY AND THE DIGIT BEFORE IT
044200*    ADDED, AND IS THEN SUBSTITUTED, SO EACH OUTPUT DIGIT
044300*    DEPENDS ON EVERY INPUT DIGIT.  EACH STEP CAN BE UNDONE
044400*    GIVEN THE KEY, SO TWO DIFFERENT INPUTS NEVER GIVE THE SAME
044500*    OUTPUT.
044600     MOVE ZERO TO WS-KEY-OFS.
044700     PERFORM 8100-FORWARD-PASS THRU 8100-EXIT.
044800     MOVE 20   TO WS-KEY-OFS.
044900     PERFORM 8200-BACKWARD-PASS THRU 8200-EXIT.
045000     MOVE 10   TO WS-KEY-OFS.
045100     PERFORM 8100-FORWARD-PASS THRU 8100-EXIT.
045200     MOVE 40   TO WS-KEY-OFS.
045300     PERFORM 8200-BACKWARD-PASS THRU 8200-EXIT.
045400 8000-EXIT.
045500     EXIT.
045600*----------------------------------------------------------------
045700 8100-FORWARD-PASS.
045800     COMPUTE WS-KX = WS-KEY-OFS + 1.
045900     MOVE WS-KD (WS-KX) TO WS-CARRY.
046000     PERFORM 8300-SCRAMBLE-DIGIT THRU 8300-EXIT
046100         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > WS-DG-COUNT.
046200 8100-EXIT.
046300     EXIT.
046400*----------------------------------------------------------------
046500 8200-BACKWARD-PASS.
046600     COMPUTE WS-KX = WS-KEY-OFS + 1.
046700     MOVE WS-KD (WS-KX) TO WS-CARRY.
046800     PERFORM 8300-SCRAMBLE-DIGIT THRU 8300-EXIT
046900         VARYING WS-SUB FROM WS-DG-COUNT BY -1
047000           UNTIL WS-SUB < 1.
047100 8200-EXIT.
047200     EXIT.
047300*----------------------------------------------------------------
047400 8300-SCRAMBLE-DIGIT.
047500     COMPUTE WS-KX = WS-KEY-OFS + WS-SUB.
047600     COMPUTE WS-SUM = WS-DG (WS-SUB) + WS-KD (WS-KX) + WS-CARRY.
047700     DIVIDE WS-SUM BY 10 GIVING WS-QUOT REMAINDER WS-REM.
047800     ADD 1 TO WS-REM.
047900     MOVE WS-SB (WS-REM) TO WS-DG (WS-SUB).
048000     MOVE WS-DG (WS-SUB) TO WS-CARRY.
048100 8300-EXIT.
048200     EXIT.
048300*----------------------------------------------------------------
048400 8500-HASH-VALUE.
048500*    A REMAINDER HASH OVER THE NON-BLANK CHARACTERS, UPPER CASE,
048600*    STARTED FROM THE KEY.  BLANKS DO NOT COUNT, SO A NAME IN A
048700*    40-BYTE COLUMN AND THE SAME NAME IN A 20-BYTE PAYEE FIELD
048800*    HASH ALIKE.
048900     MOVE CIFU524-VALUE-IN TO WS-WORK-VALUE.
049000     INSPECT WS-WORK-VALUE
049100         CONVERTING 'abcdefghijklmnopqrstuvwxyz'
049200                 TO 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
049300     MOVE WS-HASH-SEED TO WS-HASH.
049400     PERFORM 8510-HASH-CHAR THRU 8510-EXIT
049500         VARYING WS-SUB FROM 1 BY 1 UNTIL WS-SUB > 40.
049600 8500-EXIT.
049700     EXIT.
049800*----------------------------------------------------------------
049900 8510-HASH-CHAR.
050000     MOVE WS-WORK-VALUE (WS-SUB:1) TO WS-WORK-CHAR.
050100     IF  WS-WORK-CHAR = SPACE
050200         GO TO 8510-EXIT
050300     END-IF.
050400*    LETTERS AND DIGITS COUNT 1-36; ANY OTHER CHARACTER 37.
050500     MOVE ZERO TO WS-CHAR-VALUE.
050600     INSPECT WS-ALPHABET TALLYING WS-CHAR-VALUE
050700         FOR CHARACTERS BEFORE INITIAL WS-WORK-CHAR.
050800     ADD 1 TO WS-CHAR-VALUE.
050900     COMPUTE WS-HASH = WS-HASH * 41 + WS-CHAR-VALUE.
051000     DIVIDE WS-HASH BY 999999937
051100         GIVING WS-HASH-QUOT REMAINDER WS-HASH-REM.
051200     MOVE WS-HASH-REM TO WS-HASH.
051300 8510-EXIT.
051400     EXIT.
