000100 IDENTIFICATION DIVISION.
000200 PROGRAM-ID.    IRSB507.
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
001400*   10/15/2026 RM     ORIGINAL INSTALLATION.  YEAR-END 1099-INT *
001500*                      FILING.  THE TAX YEAR'S IRS.PENDLST       *
001600*                      INTEREST ROWS ARE ROLLED UP BY PAYER BANK *
001700*                      (THE ALT BANK WHEN ONE IS CARRIED) AND    *
001800*                      RECIPIENT TIN -- THE PRIMARY OWNER'S, BY  *
001900*                      THE CDB503 CROSS-REFERENCE -- INTO ONE    *
002000*                      1099-INT PER PAYEE: INTEREST, EARLY       *
002100*                      WITHDRAWAL PENALTY, AND THE BACKUP        *
002200*                      WITHHOLDING IN IRSPL-FED-WH-AMT.  MODE F  *
002300*                      WRITES THE IRS FIRE TRANSMISSION (T, A,   *
002400*                      B, C AND F RECORDS WITH THE CONTROL       *
002500*                      TOTALS) AND SENDS THE RECIPIENT           *
002600*                      STATEMENTS THROUGH EDOC050, ELECTRONIC    *
002700*                      ONLY WHERE EVERY ACCOUNT ON THE FORM      *
002800*                      CARRIES E-CONSENT.  MODE E PRODUCES ONLY  *
002900*                      THE PRE-FILE EXCEPTION LIST -- TINS,      *
003000*                      NAMES AND ADDRESSES THE FIRE EDITS WOULD  *
003100*                      REJECT -- SO THEY ARE FIXED FIRST.        *
003110*   10/15/2026 RM     EACH PIECE SENT DIRECT THROUGH EDOC050 IS  *
003120*                      NOW ARCHIVED ON EDOC.CORRARCH WITH ITS    *
003130*                      DELIVERY RESULT (EDOCU053), SO PAPER      *
003140*                      PIECES REACH THE PRINT-AND-MAIL STREAM.   *
003200*                                                                *
003300******************************************************************
003400 ENVIRONMENT DIVISION.
003500 CONFIGURATION SECTION.
003600 SOURCE-COMPUTER.  IBM-370.
003700 OBJECT-COMPUTER.  IBM-370.
003800 INPUT-OUTPUT SECTION.
003900 FILE-CONTROL.
004000     SELECT PAYRIN-FILE ASSIGN TO PAYRIN
004100         ORGANIZATION IS LINE SEQUENTIAL
004200         FILE STATUS IS WS-PAYR-STATUS.
004300     SELECT FIREWK-FILE ASSIGN TO FIREWK
004400         ORGANIZATION IS SEQUENTIAL
004500         FILE STATUS IS WS-WORK-STATUS.
004600     SELECT FIRE-FILE ASSIGN TO FIRE
004700         ORGANIZATION IS SEQUENTIAL.
004800     SELECT RPT676-FILE ASSIGN TO RPT676
004900         ORGANIZATION IS LINE SEQUENTIAL.
005000     SELECT RPT677-FILE ASSIGN TO RPT677
005100         ORGANIZATION IS LINE SEQUENTIAL.
005200 DATA DIVISION.
005300 FILE SECTION.
005400 FD  PAYRIN-FILE
005500     RECORDING MODE F.
005600*    ONE RECORD PER CHARTER BANK FILING AS PAYER, AS THE TAX
005700*    DEPARTMENT KEEPS THEM.  BANK 000 IS THE TRANSMITTER --
005800*    THE COMPANY SUBMITTING THE FILE UNDER ITS TCC -- AND ITS
005900*    CONTACT GOES ON THE T RECORD.
006000 01  PAYRIN-RECORD.
006100     05  PYR-BANK-NBR            PIC 9(03).
006200     05  PYR-TAX-ID              PIC 9(09).
006300     05  PYR-NAME-CONTROL        PIC X(04).
006400     05  PYR-NAME                PIC X(40).
006500     05  PYR-ADDRESS             PIC X(40).
006600     05  PYR-CITY                PIC X(40).
006700     05  PYR-STATE               PIC X(02).
006800     05  PYR-ZIP                 PIC X(09).
006900     05  PYR-PHONE               PIC X(15).
007000     05  PYR-CONTACT-NAME        PIC X(40).
007100     05  PYR-CONTACT-EMAIL       PIC X(50).
007200     05  FILLER                  PIC X(08).
007300 FD  FIREWK-FILE
007400     RECORDING MODE F.
007500*    THE A, B AND C RECORDS AS THEY ARE BUILT, UNTIL THE
007600*    PAYEE COUNT THE T RECORD CARRIES IS KNOWN.
007700 01  FIREWK-RECORD               PIC X(750).
007800 FD  FIRE-FILE
007900     RECORDING MODE F.
008000*    THE IRS FIRE TRANSMISSION, PUBLICATION 1220 LAYOUT.
008100 01  FIRE-RECORD                 PIC X(750).
008200 FD  RPT676-FILE
008300     RECORDING MODE F.
008400 01  RPT676-RECORD               PIC X(132).
008500 FD  RPT677-FILE
008600     RECORDING MODE F.
008700 01  RPT677-RECORD               PIC X(132).
008800*----------------------------------------------------------------
008900 WORKING-STORAGE SECTION.
009000 01  WS-SWITCHES.
009100     05  WS-EOF-SW                PIC X       VALUE 'N'.
009200         88  WS-EOF-YES                   VALUE 'Y'.
009300     05  WS-WORK-EOF-SW           PIC X       VALUE 'N'.
009400         88  WS-WORK-EOF-YES              VALUE 'Y'.
009500     05  WS-PAYR-STATUS           PIC XX      VALUE '00'.
009600     05  WS-WORK-STATUS           PIC XX      VALUE '00'.
009700     05  WS-HOLD-SW               PIC X       VALUE 'N'.
009800         88  WS-HOLD-PAYEE                VALUE 'Y'.
009900     05  WS-PAYER-OPEN-SW         PIC X       VALUE 'N'.
010000         88  WS-PAYER-OPEN                VALUE 'Y'.
010100     05  WS-TRANSMITTER-SW        PIC X       VALUE 'N'.
010200         88  WS-TRANSMITTER-FOUND         VALUE 'Y'.
010300 01  WS-WORK-FIELDS.
010400     05  WS-YEAR-BEGIN            PIC X(10)   VALUE SPACE.
010500     05  WS-BNOTICE-CUTOFF        PIC X(10)   VALUE SPACE.
010600     05  WS-MIN-INTEREST          PIC S9(3)V99 COMP-3 VALUE +10.
010700     05  WS-TIN-9                 PIC 9(09)   VALUE ZERO.
010800     05  WS-TIN-X REDEFINES WS-TIN-9
010900                                  PIC X(09).
011000     05  WS-SAME-DIGITS           PIC S9(4)   COMP  VALUE ZERO.
011100     05  WS-BX                    PIC S9(4)   COMP  VALUE ZERO.
011200     05  WS-SEQ-NBR               PIC 9(08)   VALUE ZERO.
011300     05  WS-EXC-REASON            PIC X(30)   VALUE SPACE.
011400     05  WS-PE-EXCEPTIONS         PIC S9(7)   COMP  VALUE ZERO.
011500     05  WS-TOTAL-ACCOUNTS        PIC S9(7)   COMP  VALUE ZERO.
011600     05  WS-TOTAL-PAYEES          PIC S9(7)   COMP  VALUE ZERO.
011700     05  WS-TOTAL-UNDER-MIN       PIC S9(7)   COMP  VALUE ZERO.
011800     05  WS-TOTAL-FILED           PIC S9(7)   COMP  VALUE ZERO.
011900     05  WS-TOTAL-HELD            PIC S9(7)   COMP  VALUE ZERO.
012000     05  WS-TOTAL-EXCEPTIONS      PIC S9(7)   COMP  VALUE ZERO.
012100     05  WS-TOTAL-PAYERS          PIC S9(7)   COMP  VALUE ZERO.
012200     05  WS-TOTAL-E-STMTS         PIC S9(7)   COMP  VALUE ZERO.
012300     05  WS-TOTAL-PAPER-STMTS     PIC S9(7)   COMP  VALUE ZERO.
012400     05  WS-TOTAL-INTEREST        PIC S9(13)V99 COMP-3 VALUE +0.
012500     05  WS-TOTAL-PENALTY         PIC S9(13)V99 COMP-3 VALUE +0.
012600     05  WS-TOTAL-WITHHELD        PIC S9(13)V99 COMP-3 VALUE +0.
012700*    ONE PENDLST ACCOUNT TOTAL, AS THE CURSOR RETURNS IT.
012800 01  WS-ROW.
012900     05  WS-ROW-PAYER-BANK        PIC S9(3)   COMP-3 VALUE +0.
013000     05  WS-ROW-TAX-ID            PIC S9(9)   COMP-3 VALUE +0.
013100     05  WS-ROW-GROUP-KEY         PIC X(25)   VALUE SPACE.
013200     05  WS-ROW-CUST-BANK         PIC S9(3)   COMP-3 VALUE +0.
013300     05  WS-ROW-CUST-FILE-ID      PIC X(04)   VALUE SPACE.
013400     05  WS-ROW-CUST-KEY          PIC X(25)   VALUE SPACE.
013500     05  WS-ROW-CUST-TYPE         PIC X(01)   VALUE SPACE.
013600     05  WS-ROW-CUST-NAME         PIC X(40)   VALUE SPACE.
013700     05  WS-ROW-BANK              PIC S9(3)   COMP-3 VALUE +0.
013800     05  WS-ROW-ACCT-NBR          PIC X(14)   VALUE SPACE.
013900     05  WS-ROW-INTEREST          PIC S9(11)V99 COMP-3 VALUE +0.
014000     05  WS-ROW-PENALTY           PIC S9(11)V99 COMP-3 VALUE +0.
014100     05  WS-ROW-WITHHELD          PIC S9(11)V99 COMP-3 VALUE +0.
014200*    THE PAYEE BEING ROLLED UP -- EVERY ACCOUNT OF ONE TIN
014300*    UNDER ONE PAYER.  A CUSTOMER WITH NO TIN ON FILE IS A
014400*    PAYEE OF ITS OWN, KEYED BY ITS CIF KEY.
014500 01  WS-PAYEE.
014600     05  WS-PE-PAYER-BANK         PIC S9(3)   COMP-3 VALUE +0.
014700     05  WS-PE-TAX-ID             PIC S9(9)   COMP-3 VALUE +0.
014800     05  WS-PE-GROUP-KEY          PIC X(25)   VALUE SPACE.
014900     05  WS-PE-CUST-BANK          PIC S9(3)   COMP-3 VALUE +0.
015000     05  WS-PE-CUST-FILE-ID       PIC X(04)   VALUE SPACE.
015100     05  WS-PE-CUST-KEY           PIC X(25)   VALUE SPACE.
015200     05  WS-PE-CUST-TYPE          PIC X(01)   VALUE SPACE.
015300         88  WS-PE-INDIVIDUAL             VALUE 'I'.
015400     05  WS-PE-NAME               PIC X(40)   VALUE SPACE.
015500     05  WS-PE-ACCT-NBR           PIC X(14)   VALUE SPACE.
015600     05  WS-PE-ADDRESS-ID         PIC S9(9)   COMP-3 VALUE +0.
015700     05  WS-PE-ALL-E-SW           PIC X(01)   VALUE 'Y'.
015800         88  WS-PE-ALL-E                  VALUE 'Y'.
015900     05  WS-PE-ACCOUNTS           PIC S9(7)   COMP  VALUE ZERO.
016000     05  WS-PE-INTEREST           PIC S9(11)V99 COMP-3 VALUE +0.
016100     05  WS-PE-PENALTY            PIC S9(11)V99 COMP-3 VALUE +0.
016200     05  WS-PE-WITHHELD           PIC S9(11)V99 COMP-3 VALUE +0.
016300*    THE PAYER IN HAND AND ITS C RECORD TOTALS.
016400 01  WS-PAYER.
016500     05  WS-PY-BANK               PIC S9(3)   COMP-3 VALUE +0.
016600     05  WS-PY-PAYEES             PIC S9(7)   COMP  VALUE ZERO.
016700     05  WS-PY-INTEREST           PIC S9(13)V99 COMP-3 VALUE +0.
016800     05  WS-PY-PENALTY            PIC S9(13)V99 COMP-3 VALUE +0.
016900     05  WS-PY-WITHHELD           PIC S9(13)V99 COMP-3 VALUE +0.
017000*    PAYRIN, SUBSCRIPTED BY BANK NUMBER.
017100 01  WS-PAYER-TABLE.
017200     05  WS-PAYER-ENTRY  OCCURS 999 TIMES.
017300         10  WT-FOUND-SW          PIC X(01).
017400             88  WT-FOUND                 VALUE 'Y'.
017500         10  WT-TAX-ID            PIC 9(09).
017600         10  WT-NAME-CONTROL      PIC X(04).
017700         10  WT-NAME              PIC X(40).
017800         10  WT-ADDRESS           PIC X(40).
017900         10  WT-CITY              PIC X(40).
018000         10  WT-STATE             PIC X(02).
018100         10  WT-ZIP               PIC X(09).
018200         10  WT-PHONE             PIC X(15).
018300 01  WS-TRANSMITTER               PIC X(260)  VALUE SPACE.
018400*----------------------------------------------------------------
018500*    FIRE TRANSMITTER "T" RECORD.
018600 01  WS-FIRE-T.
018700     05  FT-REC-TYPE              PIC X(01)   VALUE 'T'.
018800     05  FT-PAYMENT-YEAR          PIC 9(04).
018900     05  FT-PRIOR-YEAR-IND        PIC X(01).
019000     05  FT-TRANSMITTER-TIN       PIC 9(09).
019100     05  FT-TCC                   PIC X(05).
019200     05  FILLER                   PIC X(07)   VALUE SPACE.
019300     05  FT-TEST-IND              PIC X(01).
019400     05  FT-FOREIGN-IND           PIC X(01)   VALUE SPACE.
019500     05  FT-TRANSMITTER-NAME      PIC X(40).
019600     05  FT-TRANSMITTER-NAME-2    PIC X(40)   VALUE SPACE.
019700     05  FT-COMPANY-NAME          PIC X(40).
019800     05  FT-COMPANY-NAME-2        PIC X(40)   VALUE SPACE.
019900     05  FT-COMPANY-ADDRESS       PIC X(40).
020000     05  FT-COMPANY-CITY          PIC X(40).
020100     05  FT-COMPANY-STATE         PIC X(02).
020200     05  FT-COMPANY-ZIP           PIC X(09).
020300     05  FILLER                   PIC X(15)   VALUE SPACE.
020400     05  FT-TOTAL-PAYEES          PIC 9(08).
020500     05  FT-CONTACT-NAME          PIC X(40).
020600     05  FT-CONTACT-PHONE         PIC X(15).
020700     05  FT-CONTACT-EMAIL         PIC X(50).
020800     05  FILLER                   PIC X(91)   VALUE SPACE.
020900     05  FT-SEQ-NBR               PIC 9(08).
021000     05  FILLER                   PIC X(10)   VALUE SPACE.
021100     05  FT-VENDOR-IND            PIC X(01)   VALUE 'I'.
021200     05  FILLER                   PIC X(232)  VALUE SPACE.
021300*    FIRE PAYER "A" RECORD.  TYPE OF RETURN 6 IS THE 1099-INT;
021400*    AMOUNT CODES 1, 2 AND 4 ARE INTEREST, EARLY WITHDRAWAL
021500*    PENALTY AND FEDERAL INCOME TAX WITHHELD.
021600 01  WS-FIRE-A.
021700     05  FA-REC-TYPE              PIC X(01)   VALUE 'A'.
021800     05  FA-PAYMENT-YEAR          PIC 9(04).
021900     05  FA-COMBINED-IND          PIC X(01)   VALUE SPACE.
022000     05  FILLER                   PIC X(05)   VALUE SPACE.
022100     05  FA-PAYER-TIN             PIC 9(09).
022200     05  FA-NAME-CONTROL          PIC X(04).
022300     05  FA-LAST-FILING-IND       PIC X(01)   VALUE SPACE.
022400     05  FA-RETURN-TYPE           PIC X(02)   VALUE '6 '.
022500     05  FA-AMOUNT-CODES          PIC X(18)   VALUE '124'.
022600     05  FILLER                   PIC X(06)   VALUE SPACE.
022700     05  FA-FOREIGN-IND           PIC X(01)   VALUE SPACE.
022800     05  FA-PAYER-NAME            PIC X(40).
022900     05  FA-PAYER-NAME-2          PIC X(40)   VALUE SPACE.
023000     05  FA-TRANSFER-AGENT-IND    PIC X(01)   VALUE '0'.
023100     05  FA-PAYER-ADDRESS         PIC X(40).
023200     05  FA-PAYER-CITY            PIC X(40).
023300     05  FA-PAYER-STATE           PIC X(02).
023400     05  FA-PAYER-ZIP             PIC X(09).
023500     05  FA-PAYER-PHONE           PIC X(15).
023600     05  FILLER                   PIC X(260)  VALUE SPACE.
023700     05  FA-SEQ-NBR               PIC 9(08)   VALUE ZERO.
023800     05  FILLER                   PIC X(243)  VALUE SPACE.
023900*    FIRE PAYEE "B" RECORD.
024000 01  WS-FIRE-B.
024100     05  FB-REC-TYPE              PIC X(01)   VALUE 'B'.
024200     05  FB-PAYMENT-YEAR          PIC 9(04).
024300     05  FB-CORRECTED-IND         PIC X(01)   VALUE SPACE.
024400     05  FB-NAME-CONTROL          PIC X(04).
024500     05  FB-TIN-TYPE              PIC X(01).
024600     05  FB-PAYEE-TIN             PIC X(09).
024700     05  FB-ACCT-NBR              PIC X(20).
024800     05  FB-OFFICE-CODE           PIC X(04).
024900     05  FILLER                   PIC X(10)   VALUE SPACE.
025000     05  FB-AMOUNTS.
025100         10  FB-AMOUNT            PIC 9(10)V99
025200                                  OCCURS 16 TIMES.
025300     05  FB-AMOUNTS-X REDEFINES FB-AMOUNTS
025400                                  PIC X(192).
025500     05  FB-FOREIGN-IND           PIC X(01)   VALUE SPACE.
025600     05  FB-PAYEE-NAME            PIC X(40).
025700     05  FB-PAYEE-NAME-2          PIC X(40).
025800     05  FILLER                   PIC X(40)   VALUE SPACE.
025900     05  FB-PAYEE-ADDRESS         PIC X(40).
026000     05  FILLER                   PIC X(40)   VALUE SPACE.
026100     05  FB-PAYEE-CITY            PIC X(40).
026200     05  FB-PAYEE-STATE           PIC X(02).
026300     05  FB-PAYEE-ZIP             PIC X(09).
026400     05  FILLER                   PIC X(01)   VALUE SPACE.
026500     05  FB-SEQ-NBR               PIC 9(08)   VALUE ZERO.
026600     05  FILLER                   PIC X(36)   VALUE SPACE.
026700     05  FB-SECOND-TIN-NOTICE     PIC X(01).
026800     05  FILLER                   PIC X(206)  VALUE SPACE.
026900*    FIRE END OF PAYER "C" RECORD.
027000 01  WS-FIRE-C.
027100     05  FC-REC-TYPE              PIC X(01)   VALUE 'C'.
027200     05  FC-PAYEES                PIC 9(08).
027300     05  FILLER                   PIC X(06)   VALUE SPACE.
027400     05  FC-TOTALS.
027500         10  FC-TOTAL             PIC 9(16)V99
027600                                  OCCURS 16 TIMES.
027700     05  FC-TOTALS-X REDEFINES FC-TOTALS
027800                                  PIC X(288).
027900     05  FILLER                   PIC X(196)  VALUE SPACE.
028000     05  FC-SEQ-NBR               PIC 9(08)   VALUE ZERO.
028100     05  FILLER                   PIC X(243)  VALUE SPACE.
028200*    FIRE END OF TRANSMISSION "F" RECORD.
028300 01  WS-FIRE-F.
028400     05  FF-REC-TYPE              PIC X(01)   VALUE 'F'.
028500     05  FF-A-RECORDS             PIC 9(08)   VALUE ZERO.
028600     05  FILLER                   PIC X(21)   VALUE ALL '0'.
028700     05  FILLER                   PIC X(19)   VALUE SPACE.
028800     05  FILLER                   PIC X(08)   VALUE SPACE.
028900     05  FILLER                   PIC X(442)  VALUE SPACE.
029000     05  FF-SEQ-NBR               PIC 9(08).
029100     05  FILLER                   PIC X(243)  VALUE SPACE.
029200 01  WS-NOTICE-DETAIL.
029300     05  FILLER                   PIC X(04)   VALUE 'INT='.
029400     05  ND-INTEREST              PIC 9(09).99.
029500     05  FILLER                   PIC X(05)   VALUE ' PEN='.
029600     05  ND-PENALTY               PIC 9(09).99.
029700     05  FILLER                   PIC X(05)   VALUE ' FWH='.
029800     05  ND-WITHHELD              PIC 9(09).99.
029900     05  FILLER                   PIC X(30)   VALUE SPACE.
030000 01  WS-NOTICE-SUBJECT.
030100     05  FILLER                   PIC X(37)   VALUE
030200         'FORM 1099-INT INTEREST INCOME - YEAR '.
030300     05  NS-TAX-YEAR              PIC 9(04).
030400     05  FILLER                   PIC X(39)   VALUE SPACE.
030500*----------------------------------------------------------------
030600     COPY KATCPYA2.
030700*----------------------------------------------------------------
030800     COPY IRSBNTC.
030900*----------------------------------------------------------------
031000     COPY CIFU010P.
031100*----------------------------------------------------------------
031200     COPY CIFADDR.
031300*----------------------------------------------------------------
031400     COPY EMPWORK.
031500*----------------------------------------------------------------
031600     COPY EDOCU51P.
031610*----------------------------------------------------------------
031620     COPY EDOCU53P.
031700*----------------------------------------------------------------
031800 01  WS-HEADING-1.
031900     05  FILLER  PIC X(41)  VALUE
032000       'IRSB507  1099-INT FIRE TRANSMISSION'.
032100     05  FILLER  PIC X(11)  VALUE '  TAX YEAR '.
032200     05  HD-TAX-YEAR              PIC 9(04).
032300     05  FILLER  PIC X(07)  VALUE '  MODE '.
032400     05  HD-MODE                  PIC X(01).
032500     05  FILLER                   PIC X(68)   VALUE SPACE.
032600 01  WS-HEADING-2.
032700     05  FILLER  PIC X(44)  VALUE
032800       'BNK  PAYER TIN   PAYEES           INTEREST  '.
032900     05  FILLER  PIC X(48)  VALUE
033000       'EARLY W/D PENALTY   FEDERAL WITHHELD  NOTE      '.
033100     05  FILLER  PIC X(40)  VALUE SPACE.
033200 01  WS-PAYER-LINE.
033300     05  PL-BANK-NBR              PIC 9(03).
033400     05  FILLER                   PIC X(02)   VALUE SPACE.
033500     05  PL-PAYER-TIN             PIC 9(09).
033600     05  FILLER                   PIC X(02)   VALUE SPACE.
033700     05  PL-PAYEES                PIC ZZZ,ZZ9.
033800     05  FILLER                   PIC X(02)   VALUE SPACE.
033900     05  PL-INTEREST              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
034000     05  FILLER                   PIC X(02)   VALUE SPACE.
034100     05  PL-PENALTY               PIC ZZ,ZZZ,ZZZ,ZZ9.99.
034200     05  FILLER                   PIC X(02)   VALUE SPACE.
034300     05  PL-WITHHELD              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
034400     05  FILLER                   PIC X(02)   VALUE SPACE.
034500     05  PL-NOTE                  PIC X(20).
034600     05  FILLER                   PIC X(30)   VALUE SPACE.
034700 01  WS-EXC-HEADING-1.
034800     05  FILLER  PIC X(41)  VALUE
034900       'IRSB507  1099-INT PRE-FILE EXCEPTIONS'.
035000     05  FILLER  PIC X(11)  VALUE '  TAX YEAR '.
035100     05  HX-TAX-YEAR              PIC 9(04).
035200     05  FILLER                   PIC X(76)   VALUE SPACE.
035300 01  WS-EXC-HEADING-2.
035400     05  FILLER  PIC X(48)  VALUE
035500       'BNK TIN        RECIPIENT NAME                   '.
035600     05  FILLER  PIC X(48)  VALUE
035700       '         ACCOUNT         EXCEPTION              '.
035800     05  FILLER  PIC X(36)  VALUE
035900       '               INTEREST             '.
036000 01  WS-EXC-LINE.
036100     05  XL-BANK-NBR              PIC 9(03).
036200     05  FILLER                   PIC X(01)   VALUE SPACE.
036300     05  XL-TAX-ID                PIC 9(09).
036400     05  FILLER                   PIC X(02)   VALUE SPACE.
036500     05  XL-NAME                  PIC X(40).
036600     05  FILLER                   PIC X(02)   VALUE SPACE.
036700     05  XL-ACCT-NBR              PIC X(14).
036800     05  FILLER                   PIC X(02)   VALUE SPACE.
036900     05  XL-REASON                PIC X(30).
037000     05  FILLER                   PIC X(02)   VALUE SPACE.
037100     05  XL-INTEREST              PIC ZZZ,ZZZ,ZZ9.99.
037200     05  FILLER                   PIC X(13)   VALUE SPACE.
037300 01  WS-TOTAL-LINE.
037400     05  TL-LABEL                 PIC X(26).
037500     05  TL-COUNT                 PIC ZZZ,ZZ9.
037600     05  FILLER                   PIC X(99)   VALUE SPACE.
037700 01  WS-AMOUNT-LINE.
037800     05  AL-LABEL                 PIC X(26).
037900     05  AL-AMOUNT                PIC ZZ,ZZZ,ZZZ,ZZ9.99.
038000     05  FILLER                   PIC X(89)   VALUE SPACE.
038100*----------------------------------------------------------------
038200 LINKAGE SECTION.
038300 01  IRSB507-PARM.
038400*    RECORD-TYPE AND THE TWO EARN TYPES ARE WHAT THE IRS CODE
038500*    SHEET ASSIGNS 1099-INT INTEREST AND THE EARLY WITHDRAWAL
038600*    PENALTY (BLANK WHEN NONE IS REPORTED).  MODE E LISTS THE
038700*    EXCEPTIONS ONLY; MODE F ALSO FILES.  TEST-IND T MARKS A
038800*    FIRE TEST FILE.  E-METHOD AND PAPER-METHOD ARE THE
038900*    EDOC050 DELIVERY METHODS FOR THE RECIPIENT STATEMENTS.
039000     05  IRSB507-TAX-YEAR          PIC 9(04).
039100     05  IRSB507-YEAR-END-DATE     PIC X(10).
039200     05  IRSB507-RECORD-TYPE       PIC 9(03).
039300     05  IRSB507-INT-EARN-TYPE     PIC X(01).
039400     05  IRSB507-PEN-EARN-TYPE     PIC X(01).
039500     05  IRSB507-MODE              PIC X(01).
039600         88  IRSB507-MODE-EDIT         VALUE 'E'.
039700         88  IRSB507-MODE-FILE         VALUE 'F'.
039800     05  IRSB507-TEST-IND          PIC X(01).
039900     05  IRSB507-PRIOR-YEAR-IND    PIC X(01).
040000     05  IRSB507-TCC               PIC X(05).
040100     05  IRSB507-E-METHOD          PIC 9(03).
040200     05  IRSB507-PAPER-METHOD      PIC 9(03).
040300*----------------------------------------------------------------
040400 PROCEDURE DIVISION USING IRSB507-PARM.
040500*
040600 0000-MAINLINE.
040700     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
040800     PERFORM 2000-PROCESS-ACCOUNT THRU 2000-EXIT
040900         UNTIL WS-EOF-YES.
041000     PERFORM 8000-FINALIZE THRU 8000-EXIT.
041100     GOBACK.
041200*----------------------------------------------------------------
041300 1000-INITIALIZE.
041400     IF  NOT IRSB507-MODE-EDIT
041500     AND NOT IRSB507-MODE-FILE
041600         DISPLAY 'IRSB507 - MODE MUST BE E OR F'
041700         MOVE 16 TO RETURN-CODE
041800         GOBACK
041900     END-IF.
042000     OPEN OUTPUT RPT676-FILE.
042100     OPEN OUTPUT RPT677-FILE.
042200     MOVE IRSB507-TAX-YEAR TO HD-TAX-YEAR HX-TAX-YEAR NS-TAX-YEAR
042300                              FA-PAYMENT-YEAR FB-PAYMENT-YEAR.
042400     MOVE IRSB507-MODE     TO HD-MODE.
042500     MOVE WS-HEADING-1 TO RPT676-RECORD.
042600     WRITE RPT676-RECORD.
042700     MOVE WS-HEADING-2 TO RPT676-RECORD.
042800     WRITE RPT676-RECORD.
042900     MOVE WS-EXC-HEADING-1 TO RPT677-RECORD.
043000     WRITE RPT677-RECORD.
043100     MOVE WS-EXC-HEADING-2 TO RPT677-RECORD.
043200     WRITE RPT677-RECORD.
043300     EXEC SQL
043400         SET :WS-YEAR-BEGIN     = DATE(:IRSB507-YEAR-END-DATE)
043500                                - 1 YEAR + 1 DAY,
043600             :WS-BNOTICE-CUTOFF = DATE(:IRSB507-YEAR-END-DATE)
043700                                - 3 YEARS
043800     END-EXEC.
043900     PERFORM 1050-CLEAR-PAYER THRU 1050-EXIT
044000         VARYING WS-BX FROM 1 BY 1 UNTIL WS-BX > 999.
044100     PERFORM 1100-LOAD-PAYERS THRU 1100-EXIT.
044200     IF  IRSB507-MODE-FILE
044300         IF  NOT WS-TRANSMITTER-FOUND
044400             DISPLAY 'IRSB507 - NO TRANSMITTER (BANK 000) ON '
044500                 'PAYRIN'
044600             MOVE 16 TO RETURN-CODE
044700             GOBACK
044800         END-IF
044900         OPEN OUTPUT FIREWK-FILE
045000     END-IF.
045100*    EVERY ACCOUNT'S 1099-INT AMOUNTS FOR THE YEAR, WITH THE
045200*    PRIMARY OWNER -- JOINT OWNERS, SIGNERS, BENEFICIARIES
045300*    AND GUARDIANS DO NOT RECEIVE THE FORM.  THE ORDER IS THE
045400*    ROLL-UP: PAYER BANK, THEN TIN.
045500     EXEC SQL
045600         DECLARE CSR676 CURSOR FOR
045700         SELECT P.PAYER_BANK, CUST.CUST_TAX_ID,
045800                CASE WHEN CUST.CUST_TAX_ID = 0
045900                     THEN CUST.CUST_FILE_KEY
046000                     ELSE ' ' END,
046100                CUST.CUST_BANK_NBR, CUST.CUST_FILE_ID,
046200                CUST.CUST_FILE_KEY, CUST.CUST_TYPE,
046300                CUST.CUST_NAME, P.BANK_NBR, P.ACCT_NBR,
046400                P.INT_AMT, P.PEN_AMT, P.WH_AMT
046500           FROM (SELECT CASE WHEN IRSPL_ALT_BANK_NBR > 0
046600                             THEN IRSPL_ALT_BANK_NBR
046700                             ELSE IRSPL_BANK_NBR END
046800                            AS PAYER_BANK,
046900                        IRSPL_BANK_NBR AS BANK_NBR,
047000                        IRSPL_ACCT_NBR AS ACCT_NBR,
047100                        SUM(CASE WHEN IRSPL_EARN_TYPE =
047200                                      :IRSB507-INT-EARN-TYPE
047300                                 THEN IRSPL_TX_AMOUNT
047400                                 ELSE 0 END) AS INT_AMT,
047500                        SUM(CASE WHEN IRSPL_EARN_TYPE =
047600                                      :IRSB507-PEN-EARN-TYPE
047700                                 THEN IRSPL_TX_AMOUNT
047800                                 ELSE 0 END) AS PEN_AMT,
047900                        SUM(IRSPL_FED_WH_AMT) AS WH_AMT
048000                   FROM IRS.PENDLST
048100                  WHERE IRSPL_RECORD_TYPE = :IRSB507-RECORD-TYPE
048200                    AND IRSPL_EFF_DATE BETWEEN :WS-YEAR-BEGIN
048300                                       AND :IRSB507-YEAR-END-DATE
048400                    AND IRSPL_EARN_TYPE IN
048500                        (:IRSB507-INT-EARN-TYPE,
048600                         :IRSB507-PEN-EARN-TYPE)
048700                  GROUP BY CASE WHEN IRSPL_ALT_BANK_NBR > 0
048800                                THEN IRSPL_ALT_BANK_NBR
048900                                ELSE IRSPL_BANK_NBR END,
049000                           IRSPL_BANK_NBR, IRSPL_ACCT_NBR) P
049100           JOIN CIF.CUSTXREF XREF
049200             ON XREF.BANK_NBR          = P.BANK_NBR
049300            AND XREF.FILE_ID           = 'ACCT'
049400            AND XREF.FILE_KEY          = P.ACCT_NBR
049500            AND XREF.RELATED_FILE_ID   = 'CUST'
049600            AND XREF.RELATIONSHIP_CODE NOT IN
049700                ('JO', 'AS', 'BE', 'GD')
049800           JOIN CIF.CUSTOMER CUST
049900             ON CUST.CUST_BANK_NBR = XREF.RELATED_BANK_NBR
050000            AND CUST.CUST_FILE_ID  = XREF.RELATED_FILE_ID
050100            AND CUST.CUST_FILE_KEY = XREF.RELATED_FILE_KEY
050200          ORDER BY 1, 2, 3, 9, 10
050300     END-EXEC.
050400     EXEC SQL
050500         OPEN CSR676
050600     END-EXEC.
050700     IF  SQLCODE NOT = ZERO
050800         DISPLAY 'IRSB507 - CSR676 OPEN FAILED, SQLCODE '
050900             SQLCODE
051000         MOVE 16 TO RETURN-CODE
051100         GOBACK
051200     END-IF.
051300     PERFORM 2100-FETCH-ACCOUNT THRU 2100-EXIT.
051400     MOVE WS-ROW-PAYER-BANK TO WS-PY-BANK.
051500 1000-EXIT.
051600     EXIT.
051700*----------------------------------------------------------------
051800 1050-CLEAR-PAYER.
051900     MOVE 'N'    TO WT-FOUND-SW (WS-BX).
052000     MOVE ZERO   TO WT-TAX-ID (WS-BX).
052100     MOVE SPACES TO WT-NAME-CONTROL (WS-BX) WT-NAME (WS-BX)
052200                    WT-ADDRESS (WS-BX) WT-CITY (WS-BX)
052300                    WT-STATE (WS-BX) WT-ZIP (WS-BX)
052400                    WT-PHONE (WS-BX).
052500 1050-EXIT.
052600     EXIT.
052700*----------------------------------------------------------------
052800 1100-LOAD-PAYERS.
052900     OPEN INPUT PAYRIN-FILE.
053000     IF  WS-PAYR-STATUS NOT = '00'
053100         DISPLAY 'IRSB507 - PAYRIN I/O ERROR, STATUS '
053200             WS-PAYR-STATUS
053300         MOVE 16 TO RETURN-CODE
053400         GOBACK
053500     END-IF.
053600 1100-READ.
053700     READ PAYRIN-FILE
053800         AT END
053900             GO TO 1100-CLOSE
054000     END-READ.
054100     IF  WS-PAYR-STATUS NOT = '00'
054200         DISPLAY 'IRSB507 - PAYRIN I/O ERROR, STATUS '
054300             WS-PAYR-STATUS
054400         MOVE 16 TO RETURN-CODE
054500         GOBACK
054600     END-IF.
054700     IF  PYR-BANK-NBR = ZERO
054800         MOVE PAYRIN-RECORD TO WS-TRANSMITTER
054900         MOVE 'Y' TO WS-TRANSMITTER-SW
055000         GO TO 1100-READ
055100     END-IF.
055200     MOVE 'Y'               TO WT-FOUND-SW (PYR-BANK-NBR).
055300     MOVE PYR-TAX-ID        TO WT-TAX-ID (PYR-BANK-NBR).
055400     MOVE PYR-NAME-CONTROL  TO WT-NAME-CONTROL (PYR-BANK-NBR).
055500     MOVE PYR-NAME          TO WT-NAME (PYR-BANK-NBR).
055600     MOVE PYR-ADDRESS       TO WT-ADDRESS (PYR-BANK-NBR).
055700     MOVE PYR-CITY          TO WT-CITY (PYR-BANK-NBR).
055800     MOVE PYR-STATE         TO WT-STATE (PYR-BANK-NBR).
055900     MOVE PYR-ZIP           TO WT-ZIP (PYR-BANK-NBR).
056000     MOVE PYR-PHONE         TO WT-PHONE (PYR-BANK-NBR).
056100     GO TO 1100-READ.
056200 1100-CLOSE.
056300     CLOSE PAYRIN-FILE.
056400 1100-EXIT.
056500     EXIT.
056600*----------------------------------------------------------------
056700 2000-PROCESS-ACCOUNT.
056800*    A NEW PAYER/TIN FINISHES THE PAYEE IN HAND FIRST, AND A
056900*    NEW PAYER CLOSES THE LAST PAYER'S RETURNS.
057000     IF  WS-ROW-PAYER-BANK NOT = WS-PE-PAYER-BANK
057100     OR  WS-ROW-TAX-ID     NOT = WS-PE-TAX-ID
057200     OR  WS-ROW-GROUP-KEY  NOT = WS-PE-GROUP-KEY
057300         PERFORM 3000-FINISH-PAYEE THRU 3000-EXIT
057400         PERFORM 2200-START-PAYEE THRU 2200-EXIT
057500     END-IF.
057600     IF  WS-ROW-PAYER-BANK NOT = WS-PY-BANK
057700         PERFORM 3900-CLOSE-PAYER THRU 3900-EXIT
057800         MOVE WS-ROW-PAYER-BANK TO WS-PY-BANK
057900     END-IF.
058000     ADD 1 TO WS-TOTAL-ACCOUNTS.
058100     ADD 1 TO WS-PE-ACCOUNTS.
058200     IF  WS-PE-ACCOUNTS = 1
058300         MOVE WS-ROW-ACCT-NBR TO WS-PE-ACCT-NBR
058400     END-IF.
058500     ADD WS-ROW-INTEREST TO WS-PE-INTEREST.
058600     ADD WS-ROW-PENALTY  TO WS-PE-PENALTY.
058700     ADD WS-ROW-WITHHELD TO WS-PE-WITHHELD.
058800     PERFORM 2300-GET-ACCOUNT THRU 2300-EXIT.
058900     PERFORM 2100-FETCH-ACCOUNT THRU 2100-EXIT.
059000 2000-EXIT.
059100     EXIT.
059200*----------------------------------------------------------------
059300 2100-FETCH-ACCOUNT.
059400     EXEC SQL
059500         FETCH CSR676
059600          INTO :WS-ROW-PAYER-BANK, :WS-ROW-TAX-ID,
059700               :WS-ROW-GROUP-KEY, :WS-ROW-CUST-BANK,
059800               :WS-ROW-CUST-FILE-ID, :WS-ROW-CUST-KEY,
059900               :WS-ROW-CUST-TYPE, :WS-ROW-CUST-NAME,
060000               :WS-ROW-BANK, :WS-ROW-ACCT-NBR,
060100               :WS-ROW-INTEREST, :WS-ROW-PENALTY,
060200               :WS-ROW-WITHHELD
060300     END-EXEC.
060400     IF  SQLCODE NOT = ZERO
060500         SET WS-EOF-YES TO TRUE
060600     END-IF.
060700 2100-EXIT.
060800     EXIT.
060900*----------------------------------------------------------------
061000 2200-START-PAYEE.
061100     MOVE WS-ROW-PAYER-BANK   TO WS-PE-PAYER-BANK.
061200     MOVE WS-ROW-TAX-ID       TO WS-PE-TAX-ID.
061300     MOVE WS-ROW-GROUP-KEY    TO WS-PE-GROUP-KEY.
061400     MOVE WS-ROW-CUST-BANK    TO WS-PE-CUST-BANK.
061500     MOVE WS-ROW-CUST-FILE-ID TO WS-PE-CUST-FILE-ID.
061600     MOVE WS-ROW-CUST-KEY     TO WS-PE-CUST-KEY.
061700     MOVE WS-ROW-CUST-TYPE    TO WS-PE-CUST-TYPE.
061800     MOVE WS-ROW-CUST-NAME    TO WS-PE-NAME.
061900     MOVE SPACES              TO WS-PE-ACCT-NBR.
062000     MOVE ZERO                TO WS-PE-ADDRESS-ID
062100                                 WS-PE-ACCOUNTS
062200                                 WS-PE-INTEREST
062300                                 WS-PE-PENALTY
062400                                 WS-PE-WITHHELD.
062500     MOVE 'Y'                 TO WS-PE-ALL-E-SW.
062600 2200-EXIT.
062700     EXIT.
062800*----------------------------------------------------------------
062900 2300-GET-ACCOUNT.
063000*    THE FORM MAILS TO THE FIRST ACCOUNT'S ADDRESS, AND GOES
063100*    ELECTRONICALLY ONLY WHEN EVERY ACCOUNT ON IT HAS E-CONSENT.
063200     EXEC SQL
063300         SELECT ACCT_ADDRESS_ID, ACCT_E_CONSENT_IND
063400           INTO :ACCT-ADDRESS-ID, :ACCT-E-CONSENT-IND
063500           FROM CIF.ACCOUNT
063600          WHERE ACCT_BANK_NBR = :WS-ROW-BANK
063700            AND ACCT_KEY      = :WS-ROW-ACCT-NBR
063800          ORDER BY ACCT_FILE_ID
063900          FETCH FIRST 1 ROW ONLY
064000     END-EXEC.
064100     IF  SQLCODE NOT = ZERO
064200         MOVE ZERO TO ACCT-ADDRESS-ID
064300         MOVE 'N'  TO ACCT-E-CONSENT-IND
064400     END-IF.
064500     IF  NOT ACCT-E-CONSENT-ENROLLED
064600         MOVE 'N' TO WS-PE-ALL-E-SW
064700     END-IF.
064800     IF  WS-PE-ADDRESS-ID = ZERO
064900         MOVE ACCT-ADDRESS-ID TO WS-PE-ADDRESS-ID
065000     END-IF.
065100 2300-EXIT.
065200     EXIT.
065300*----------------------------------------------------------------
065400 3000-FINISH-PAYEE.
065500*    A PAYEE UNDER $10 OF INTEREST WITH NOTHING WITHHELD GETS
065600*    NO FORM.
065700     IF  WS-PE-ACCOUNTS = ZERO
065800         GO TO 3000-EXIT
065900     END-IF.
066000     ADD 1 TO WS-TOTAL-PAYEES.
066100     IF  WS-PE-INTEREST < WS-MIN-INTEREST
066200     AND WS-PE-WITHHELD NOT > ZERO
066300         ADD 1 TO WS-TOTAL-UNDER-MIN
066400         GO TO 3000-EXIT
066500     END-IF.
066600     MOVE 'N' TO WS-HOLD-SW.
066700     MOVE ZERO TO WS-PE-EXCEPTIONS.
066800     PERFORM 3100-EDIT-PAYEE THRU 3100-EXIT.
066900     IF  WS-PE-EXCEPTIONS > ZERO
067000         ADD 1 TO WS-TOTAL-EXCEPTIONS
067100     END-IF.
067200*    A MISSING OR SUSPECT TIN IS STILL FILED -- THE IRS TAKES
067300*    IT AND THE B-NOTICE PROCESS FOLLOWS.  NO NAME, NO
067400*    ADDRESS OR NO PAYER RECORD HOLDS THE FORM BACK.
067500     IF  WS-HOLD-PAYEE
067600         ADD 1 TO WS-TOTAL-HELD
067700         GO TO 3000-EXIT
067800     END-IF.
067900     ADD 1 TO WS-TOTAL-FILED.
068000     ADD 1 TO WS-PY-PAYEES.
068100     ADD WS-PE-INTEREST TO WS-PY-INTEREST WS-TOTAL-INTEREST.
068200     ADD WS-PE-PENALTY  TO WS-PY-PENALTY  WS-TOTAL-PENALTY.
068300     ADD WS-PE-WITHHELD TO WS-PY-WITHHELD WS-TOTAL-WITHHELD.
068400     IF  IRSB507-MODE-EDIT
068500         GO TO 3000-EXIT
068600     END-IF.
068700     IF  NOT WS-PAYER-OPEN
068800         PERFORM 3950-OPEN-PAYER THRU 3950-EXIT
068900     END-IF.
069000     PERFORM 4000-WRITE-PAYEE THRU 4000-EXIT.
069100     PERFORM 7000-SEND-STATEMENT THRU 7000-EXIT.
069200 3000-EXIT.
069300     EXIT.
069400*----------------------------------------------------------------
069500 3100-EDIT-PAYEE.
069600*    THE FIRE EDITS ON THE PAYEE -- EVERY FAILURE IS LISTED.
069700     MOVE WS-PE-TAX-ID TO WS-TIN-9.
069800     IF  WS-PE-TAX-ID NOT > ZERO
069900         MOVE 'MISSING TIN' TO WS-EXC-REASON
070000         PERFORM 3200-WRITE-EXCEPTION THRU 3200-EXIT
070100     ELSE
070200         MOVE ZERO TO WS-SAME-DIGITS
070300         INSPECT WS-TIN-X TALLYING WS-SAME-DIGITS
070400             FOR ALL WS-TIN-X (1:1)
070500         IF  WS-SAME-DIGITS = 9
070600         OR  WS-TIN-X = '123456789'
070700             MOVE 'INVALID TIN' TO WS-EXC-REASON
070800             PERFORM 3200-WRITE-EXCEPTION THRU 3200-EXIT
070900         END-IF
071000     END-IF.
071100     IF  WS-PE-NAME = SPACES
071200         MOVE 'MISSING NAME' TO WS-EXC-REASON
071300         PERFORM 3200-WRITE-EXCEPTION THRU 3200-EXIT
071400         MOVE 'Y' TO WS-HOLD-SW
071500     END-IF.
071600     IF  NOT WT-FOUND (WS-PE-PAYER-BANK)
071700         MOVE 'NO PAYRIN RECORD FOR BANK' TO WS-EXC-REASON
071800         PERFORM 3200-WRITE-EXCEPTION THRU 3200-EXIT
071900         MOVE 'Y' TO WS-HOLD-SW
072000     END-IF.
072100     MOVE SPACES TO ADDR-LINE1 ADDR-LINE2 ADDR-CITY
072200                    ADDR-STATE ADDR-ZIP.
072300     IF  WS-PE-ADDRESS-ID = ZERO
072400         MOVE 'NO MAILING ADDRESS' TO WS-EXC-REASON
072500         PERFORM 3200-WRITE-EXCEPTION THRU 3200-EXIT
072600         MOVE 'Y' TO WS-HOLD-SW
072700         GO TO 3100-EXIT
072800     END-IF.
072900     EXEC SQL
073000         SELECT ADDR_LINE1, ADDR_LINE2, ADDR_CITY,
073100                ADDR_STATE, ADDR_ZIP
073200           INTO :ADDR-LINE1, :ADDR-LINE2, :ADDR-CITY,
073300                :ADDR-STATE, :ADDR-ZIP
073400           FROM CIF.ADDRESS
073500          WHERE ADDR_ADDRESS_ID = :WS-PE-ADDRESS-ID
073600     END-EXEC.
073700     IF  SQLCODE NOT = ZERO
073800         MOVE 'NO MAILING ADDRESS' TO WS-EXC-REASON
073900         PERFORM 3200-WRITE-EXCEPTION THRU 3200-EXIT
074000         MOVE 'Y' TO WS-HOLD-SW
074100         GO TO 3100-EXIT
074200     END-IF.
074300     IF  ADDR-LINE1 = SPACES
074400     OR  ADDR-CITY = SPACES
074500     OR  ADDR-STATE NOT ALPHABETIC
074600     OR  ADDR-STATE = SPACES
074700     OR  ADDR-ZIP (1:5) NOT NUMERIC
074800         MOVE 'INCOMPLETE ADDRESS' TO WS-EXC-REASON
074900         PERFORM 3200-WRITE-EXCEPTION THRU 3200-EXIT
075000         MOVE 'Y' TO WS-HOLD-SW
075100     END-IF.
075200 3100-EXIT.
075300     EXIT.
075400*----------------------------------------------------------------
075500 3200-WRITE-EXCEPTION.
075600     ADD 1 TO WS-PE-EXCEPTIONS.
075700     MOVE WS-PE-PAYER-BANK    TO XL-BANK-NBR.
075800     MOVE WS-PE-TAX-ID        TO XL-TAX-ID.
075900     MOVE WS-PE-NAME          TO XL-NAME.
076000     MOVE WS-PE-ACCT-NBR      TO XL-ACCT-NBR.
076100     MOVE WS-EXC-REASON       TO XL-REASON.
076200     MOVE WS-PE-INTEREST      TO XL-INTEREST.
076300     MOVE WS-EXC-LINE TO RPT677-RECORD.
076400     WRITE RPT677-RECORD.
076500 3200-EXIT.
076600     EXIT.
076700*----------------------------------------------------------------
076800 3900-CLOSE-PAYER.
076900*    THE C RECORD CLOSES THE PAYER'S B RECORDS WITH THE PAYEE
077000*    COUNT AND A CONTROL TOTAL PER AMOUNT CODE.
077100     IF  WS-PY-PAYEES = ZERO
077200         GO TO 3900-RESET
077300     END-IF.
077400     ADD 1 TO WS-TOTAL-PAYERS.
077500     MOVE WS-PY-BANK      TO PL-BANK-NBR.
077600     MOVE WT-TAX-ID (WS-PY-BANK) TO PL-PAYER-TIN.
077700     MOVE WS-PY-PAYEES    TO PL-PAYEES.
077800     MOVE WS-PY-INTEREST  TO PL-INTEREST.
077900     MOVE WS-PY-PENALTY   TO PL-PENALTY.
078000     MOVE WS-PY-WITHHELD  TO PL-WITHHELD.
078100     IF  IRSB507-MODE-EDIT
078200         MOVE 'TO BE FILED' TO PL-NOTE
078300     ELSE
078400         MOVE 'FILED' TO PL-NOTE
078500     END-IF.
078600     MOVE WS-PAYER-LINE TO RPT676-RECORD.
078700     WRITE RPT676-RECORD.
078800     IF  NOT WS-PAYER-OPEN
078900         GO TO 3900-RESET
079000     END-IF.
079100     MOVE ALL '0'         TO FC-TOTALS-X.
079200     MOVE WS-PY-PAYEES    TO FC-PAYEES.
079300     MOVE WS-PY-INTEREST  TO FC-TOTAL (1).
079400     MOVE WS-PY-PENALTY   TO FC-TOTAL (2).
079500     MOVE WS-PY-WITHHELD  TO FC-TOTAL (4).
079600     WRITE FIREWK-RECORD FROM WS-FIRE-C.
079700 3900-RESET.
079800     MOVE 'N'  TO WS-PAYER-OPEN-SW.
079900     MOVE ZERO TO WS-PY-PAYEES WS-PY-INTEREST WS-PY-PENALTY
080000                  WS-PY-WITHHELD.
080100 3900-EXIT.
080200     EXIT.
080300*----------------------------------------------------------------
080400 3950-OPEN-PAYER.
080500     MOVE WT-TAX-ID (WS-PY-BANK)       TO FA-PAYER-TIN.
080600     MOVE WT-NAME-CONTROL (WS-PY-BANK) TO FA-NAME-CONTROL.
080700     MOVE WT-NAME (WS-PY-BANK)         TO FA-PAYER-NAME.
080800     MOVE WT-ADDRESS (WS-PY-BANK)      TO FA-PAYER-ADDRESS.
080900     MOVE WT-CITY (WS-PY-BANK)         TO FA-PAYER-CITY.
081000     MOVE WT-STATE (WS-PY-BANK)        TO FA-PAYER-STATE.
081100     MOVE WT-ZIP (WS-PY-BANK)          TO FA-PAYER-ZIP.
081200     MOVE WT-PHONE (WS-PY-BANK)        TO FA-PAYER-PHONE.
081300     WRITE FIREWK-RECORD FROM WS-FIRE-A.
081400     ADD 1 TO FF-A-RECORDS.
081500     MOVE 'Y' TO WS-PAYER-OPEN-SW.
081600 3950-EXIT.
081700     EXIT.
081800*----------------------------------------------------------------
081900 4000-WRITE-PAYEE.
082000*    THE PAYEE NAME CONTROL IS LEFT FOR THE IRS TO DERIVE.  A
082100*    TIN WITH A SECOND B-NOTICE INSIDE THREE YEARS CARRIES THE
082200*    SECOND TIN NOTICE INDICATOR.
082300     MOVE SPACES             TO FB-NAME-CONTROL FB-OFFICE-CODE
082400                                FB-PAYEE-NAME-2
082500                                FB-SECOND-TIN-NOTICE.
082600     IF  WS-PE-INDIVIDUAL
082700         MOVE '2'            TO FB-TIN-TYPE
082800     ELSE
082900         MOVE '1'            TO FB-TIN-TYPE
083000     END-IF.
083100     IF  WS-PE-TAX-ID > ZERO
083200         MOVE WS-TIN-X       TO FB-PAYEE-TIN
083300     ELSE
083400         MOVE SPACES         TO FB-PAYEE-TIN
083500         MOVE SPACE          TO FB-TIN-TYPE
083600     END-IF.
083700     MOVE WS-PE-ACCT-NBR     TO FB-ACCT-NBR.
083800     MOVE ALL '0'            TO FB-AMOUNTS-X.
083900     MOVE WS-PE-INTEREST     TO FB-AMOUNT (1).
084000     MOVE WS-PE-PENALTY      TO FB-AMOUNT (2).
084100     MOVE WS-PE-WITHHELD     TO FB-AMOUNT (4).
084200     MOVE WS-PE-NAME         TO FB-PAYEE-NAME.
084300     MOVE ADDR-LINE1         TO FB-PAYEE-ADDRESS.
084400     MOVE ADDR-CITY          TO FB-PAYEE-CITY.
084500     MOVE ADDR-STATE         TO FB-PAYEE-STATE.
084600     MOVE ADDR-ZIP           TO FB-PAYEE-ZIP.
084700     IF  WS-PE-TAX-ID > ZERO
084800         EXEC SQL
084900             SELECT BNTC_NOTICE_CNT, BNTC_NOTICE_DATE
085000               INTO :BNTC-NOTICE-CNT, :BNTC-NOTICE-DATE
085100               FROM IRS.BNOTICE
085200              WHERE BNTC_TAX_ID = :WS-PE-TAX-ID
085300         END-EXEC
085400         IF  SQLCODE = ZERO
085500         AND BNTC-NOTICE-CNT > 1
085600         AND BNTC-NOTICE-DATE > WS-BNOTICE-CUTOFF
085700             MOVE '2'        TO FB-SECOND-TIN-NOTICE
085800         END-IF
085900     END-IF.
086000     WRITE FIREWK-RECORD FROM WS-FIRE-B.
086100 4000-EXIT.
086200     EXIT.
086300*----------------------------------------------------------------
086400 7000-SEND-STATEMENT.
086500*    THE RECIPIENT COPY, KEYED TO THE CUSTOMER.  ELECTRONIC
086600*    FURNISHING NEEDS THE RECIPIENT'S CONSENT, SO ONLY A
086700*    CONSENTING PAYEE'S STORED PREFERENCE IS CONSULTED --
086800*    EVERYONE ELSE IS MAILED.
086900     MOVE WS-PE-INTEREST     TO ND-INTEREST.
087000     MOVE WS-PE-PENALTY      TO ND-PENALTY.
087100     MOVE WS-PE-WITHHELD     TO ND-WITHHELD.
087200     MOVE 'IRSB507'          TO EDOC050-SOURCE-PROG.
087300     MOVE ZERO               TO EDOC050-USER-ID.
087400     MOVE WS-PE-CUST-BANK    TO EDOC050-ACCT-BANK-NBR.
087500     MOVE WS-PE-CUST-FILE-ID TO EDOC050-ACCT-FILE-ID.
087600     MOVE WS-PE-CUST-KEY     TO EDOC050-ACCT-KEY.
087700     MOVE 'IRS1099I'         TO EDOC050-FORM-ID.
087800     MOVE WS-NOTICE-SUBJECT  TO EDOC050-DEL-SUBJECT (1).
087900     MOVE WS-NOTICE-DETAIL   TO EDOC050-DEL-INST (1).
088000     MOVE SPACE              TO EDOC050-DEL-DATA (1).
088100     IF  WS-PE-ALL-E
088200         ADD 1 TO WS-TOTAL-E-STMTS
088300         MOVE IRSB507-E-METHOD     TO EDOC050-DEL-METHOD (1)
088400         PERFORM 7500-RESOLVE-DELIVERY THRU 7500-EXIT
088500     ELSE
088600         ADD 1 TO WS-TOTAL-PAPER-STMTS
088700         MOVE IRSB507-PAPER-METHOD TO EDOC050-DEL-METHOD (1)
088800     END-IF.
088900     CALL 'EDOC050' USING EDOC050-PARAMETERS.
088910     PERFORM 7550-ARCHIVE-PIECE THRU 7550-EXIT.
089000 7000-EXIT.
089100     EXIT.
089200*----------------------------------------------------------------
089300 7500-RESOLVE-DELIVERY.
089400*    THE CUSTOMER'S STORED DELIVERY PREFERENCE (EDOC.NOTIFPREF,
089500*    THROUGH EDOCU051) OVERRIDES THE RUN'S DEFAULT METHOD.
089600     SET EDOCU051-FUNC-RESOLVE TO TRUE.
089700     MOVE EDOC050-ACCT-BANK-NBR  TO EDOCU051-BANK-NBR.
089800     MOVE EDOC050-ACCT-FILE-ID   TO EDOCU051-FILE-ID.
089900     MOVE EDOC050-ACCT-KEY       TO EDOCU051-FILE-KEY.
090000     MOVE EDOC050-DEL-METHOD (1) TO EDOCU051-DEFAULT-METHOD.
090100     CALL 'EDOCU051' USING EDOCU051-PARAMETERS.
090200     IF  EDOCU051-VALID
090300         MOVE EDOCU051-DEL-METHOD TO EDOC050-DEL-METHOD (1)
090400         MOVE EDOCU051-DEL-DATA   TO EDOC050-DEL-DATA (1)
090500     END-IF.
090600 7500-EXIT.
090700     EXIT.
090704*----------------------------------------------------------------
090708 7550-ARCHIVE-PIECE.
090712*    THE PIECE AS IT WENT OUT, WITH EDOC050'S RESULT FOR IT, ON
090716*    THE CORRESPONDENCE ARCHIVE.  PAPER PIECES REACH THE
090720*    PRINT-AND-MAIL STREAM (EDOCB503) FROM THERE.
090724     MOVE EDOC050-ACCT-BANK-NBR    TO EDOCU053-BANK-NBR.
090728     MOVE EDOC050-ACCT-FILE-ID     TO EDOCU053-FILE-ID.
090732     MOVE EDOC050-ACCT-KEY         TO EDOCU053-FILE-KEY.
090736     MOVE EDOC050-FORM-ID          TO EDOCU053-FORM-ID.
090740     MOVE EDOC050-DEL-METHOD (1)   TO EDOCU053-DEL-METHOD.
090744     MOVE EDOC050-DEL-SUBJECT (1)  TO EDOCU053-SUBJECT.
090748     MOVE EDOC050-DEL-INST (1)     TO EDOCU053-PAYLOAD.
090752     MOVE EDOC050-DEL-RESULT-SW (1) TO EDOCU053-RESULT-SW.
090756     MOVE EDOC050-DEL-RESULT-TS (1) TO EDOCU053-RESULT-TS.
090760     CALL 'EDOCU053' USING EDOCU053-PARAMETERS.
090764     IF  NOT EDOCU053-VALID
090768         DISPLAY 'IRSB507 - ' EDOCU053-ERROR-TEXT
090772     END-IF.
090776 7550-EXIT.
090780     EXIT.
090800*----------------------------------------------------------------
090900 8000-FINALIZE.
091000     PERFORM 3000-FINISH-PAYEE THRU 3000-EXIT.
091100     PERFORM 3900-CLOSE-PAYER THRU 3900-EXIT.
091200     EXEC SQL
091300         CLOSE CSR676
091400     END-EXEC.
091500     IF  IRSB507-MODE-FILE
091600         CLOSE FIREWK-FILE
091700         PERFORM 8500-BUILD-TRANSMISSION THRU 8500-EXIT
091800     END-IF.
091900     MOVE SPACES TO RPT676-RECORD.
092000     WRITE RPT676-RECORD.
092100     MOVE 'ACCOUNTS READ           - ' TO TL-LABEL.
092200     MOVE WS-TOTAL-ACCOUNTS     TO TL-COUNT.
092300     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
092400     MOVE 'PAYEES                  - ' TO TL-LABEL.
092500     MOVE WS-TOTAL-PAYEES       TO TL-COUNT.
092600     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
092700     MOVE 'UNDER $10, NO FORM      - ' TO TL-LABEL.
092800     MOVE WS-TOTAL-UNDER-MIN    TO TL-COUNT.
092900     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
093000     MOVE 'PAYEES WITH EXCEPTIONS  - ' TO TL-LABEL.
093100     MOVE WS-TOTAL-EXCEPTIONS   TO TL-COUNT.
093200     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
093300     MOVE 'FORMS HELD BACK         - ' TO TL-LABEL.
093400     MOVE WS-TOTAL-HELD         TO TL-COUNT.
093500     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
093600     MOVE 'FORMS FILED             - ' TO TL-LABEL.
093700     MOVE WS-TOTAL-FILED        TO TL-COUNT.
093800     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
093900     MOVE 'PAYERS                  - ' TO TL-LABEL.
094000     MOVE WS-TOTAL-PAYERS       TO TL-COUNT.
094100     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
094200     MOVE 'STATEMENTS ELECTRONIC   - ' TO TL-LABEL.
094300     MOVE WS-TOTAL-E-STMTS      TO TL-COUNT.
094400     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
094500     MOVE 'STATEMENTS PAPER        - ' TO TL-LABEL.
094600     MOVE WS-TOTAL-PAPER-STMTS  TO TL-COUNT.
094700     PERFORM 8100-WRITE-TOTAL THRU 8100-EXIT.
094800     MOVE 'INTEREST                $ ' TO AL-LABEL.
094900     MOVE WS-TOTAL-INTEREST     TO AL-AMOUNT.
095000     PERFORM 8150-WRITE-AMOUNT THRU 8150-EXIT.
095100     MOVE 'EARLY WITHDRAWAL PENALTY$ ' TO AL-LABEL.
095200     MOVE WS-TOTAL-PENALTY      TO AL-AMOUNT.
095300     PERFORM 8150-WRITE-AMOUNT THRU 8150-EXIT.
095400     MOVE 'FEDERAL TAX WITHHELD    $ ' TO AL-LABEL.
095500     MOVE WS-TOTAL-WITHHELD     TO AL-AMOUNT.
095600     PERFORM 8150-WRITE-AMOUNT THRU 8150-EXIT.
095700     IF  WS-TOTAL-EXCEPTIONS > ZERO
095800         MOVE 4 TO RETURN-CODE
095900     END-IF.
096000     CLOSE RPT676-FILE.
096100     CLOSE RPT677-FILE.
096200 8000-EXIT.
096300     EXIT.
096400*----------------------------------------------------------------
096500 8100-WRITE-TOTAL.
096600     MOVE WS-TOTAL-LINE TO RPT676-RECORD.
096700     WRITE RPT676-RECORD.
096800 8100-EXIT.
096900     EXIT.
097000*----------------------------------------------------------------
097100 8150-WRITE-AMOUNT.
097200     MOVE WS-AMOUNT-LINE TO RPT676-RECORD.
097300     WRITE RPT676-RECORD.
097400 8150-EXIT.
097500     EXIT.
097600*----------------------------------------------------------------
097700 8500-BUILD-TRANSMISSION.
097800*    T RECORD WITH THE PAYEE COUNT, THE A/B/C RECORDS FROM THE
097900*    WORK FILE, THEN THE F RECORD -- EVERY RECORD NUMBERED IN
098000*    SEQUENCE FROM 1.
098100     OPEN OUTPUT FIRE-FILE.
098200     MOVE WS-TRANSMITTER      TO PAYRIN-RECORD.
098300     MOVE IRSB507-TAX-YEAR    TO FT-PAYMENT-YEAR.
098400     MOVE IRSB507-PRIOR-YEAR-IND TO FT-PRIOR-YEAR-IND.
098500     MOVE PYR-TAX-ID          TO FT-TRANSMITTER-TIN.
098600     MOVE IRSB507-TCC         TO FT-TCC.
098700     MOVE IRSB507-TEST-IND    TO FT-TEST-IND.
098800     MOVE PYR-NAME            TO FT-TRANSMITTER-NAME
098900                                 FT-COMPANY-NAME.
099000     MOVE PYR-ADDRESS         TO FT-COMPANY-ADDRESS.
099100     MOVE PYR-CITY            TO FT-COMPANY-CITY.
099200     MOVE PYR-STATE           TO FT-COMPANY-STATE.
099300     MOVE PYR-ZIP             TO FT-COMPANY-ZIP.
099400     MOVE WS-TOTAL-FILED      TO FT-TOTAL-PAYEES.
099500     MOVE PYR-CONTACT-NAME    TO FT-CONTACT-NAME.
099600     MOVE PYR-PHONE           TO FT-CONTACT-PHONE.
099700     MOVE PYR-CONTACT-EMAIL   TO FT-CONTACT-EMAIL.
099800     MOVE 1                   TO WS-SEQ-NBR.
099900     MOVE WS-SEQ-NBR          TO FT-SEQ-NBR.
100000     WRITE FIRE-RECORD FROM WS-FIRE-T.
100100     OPEN INPUT FIREWK-FILE.
100200     IF  WS-WORK-STATUS NOT = '00'
100300         DISPLAY 'IRSB507 - FIREWK I/O ERROR, STATUS '
100400             WS-WORK-STATUS
100500         MOVE 16 TO RETURN-CODE
100600         GOBACK
100700     END-IF.
100800     PERFORM 8600-COPY-ONE-RECORD THRU 8600-EXIT
100900         UNTIL WS-WORK-EOF-YES.
101000     CLOSE FIREWK-FILE.
101100     ADD 1 TO WS-SEQ-NBR.
101200     MOVE WS-SEQ-NBR          TO FF-SEQ-NBR.
101300     WRITE FIRE-RECORD FROM WS-FIRE-F.
101400     CLOSE FIRE-FILE.
101500 8500-EXIT.
101600     EXIT.
101700*----------------------------------------------------------------
101800 8600-COPY-ONE-RECORD.
101900     READ FIREWK-FILE
102000         AT END
102100             SET WS-WORK-EOF-YES TO TRUE
102200             GO TO 8600-EXIT
102300     END-READ.
102400     ADD 1 TO WS-SEQ-NBR.
102500     MOVE FIREWK-RECORD       TO FIRE-RECORD.
102600     MOVE WS-SEQ-NBR          TO FIRE-RECORD (500:8).
102700     WRITE FIRE-RECORD.
102800 8600-EXIT.
102900     EXIT.
