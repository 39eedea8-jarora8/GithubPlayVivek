000100******************************************************************
000200*        PURGARCH -- CLOSED-RELATIONSHIP RETENTION ARCHIVE       *
000300*                                                                *
000400* ONE RECORD PER CIF ROW MOVED OFF DB2 BY CIFB543, IN THE ORDER *
000500* WRITTEN.  PRGA-POSITION IS THE RECORD'S PLACE IN THE DATASET  *
000600* AND CIF.PURGEIDX HOLDS EACH CUSTOMER'S FIRST POSITION AND ROW *
000700* COUNT, SO CIFB544 CAN RECALL ONE CUSTOMER.  PRGA-IMAGE IS THE *
000800* ROW AS ITS HOST STRUCTURE -- THE TABLE'S DCLGEN 01 WHERE ONE  *
000900* EXISTS (CIFU010P, CIFADDR, CIFU021P, CIFRMXX, CIFCHGOF,       *
001000* CIFESCHT, CIFONBRD, CIFBOWNR, CIFAUTHP, CIFINSDR, CIFSCRA,    *
001010* CIFSCRAA, CIFCMPLT), OR THE CUSTOMER, INDIVIDUAL,             *
001100* NON-INDIVIDUAL AND CROSS-REFERENCE VIEWS BELOW.               *
001200*                                                                *
001300* COPY UNDER AN 01.  RECORD LENGTH IS 4136 BYTES.               *
001400******************************************************************
001500     05  PRGA-CUST-ID            PIC 9(09).
001600     05  PRGA-POSITION           PIC 9(09).
001700     05  PRGA-TABLE              PIC X(18).
001800     05  PRGA-IMAGE              PIC X(4100).
001900*    CIF.CUSTOMER
002000     05  PRGA-CUSTOMER-ROW REDEFINES PRGA-IMAGE.
002100         10  PRGC-CUST-ID        PIC S9(9)     COMP-3.
002200         10  PRGC-BANK-NBR       PIC S9(3)     COMP-3.
002300         10  PRGC-FILE-ID        PIC X(04).
002400         10  PRGC-FILE-KEY       PIC X(25).
002500         10  PRGC-TAX-ID         PIC S9(9)     COMP-3.
002600         10  PRGC-TAX-ID-CERT    PIC X(01).
002700         10  PRGC-MAIL-CODE      PIC X(01).
002800         10  PRGC-TYPE           PIC X(01).
002900         10  PRGC-OFFICER        PIC S9(5)     COMP-3.
003000         10  PRGC-BRANCH         PIC S9(3)     COMP-3.
003100         10  PRGC-WITHHOLD-TAX   PIC X(01).
003200         10  PRGC-OSB-IND        PIC X(01).
003300         10  PRGC-NAME           PIC X(40).
003400         10  FILLER              PIC X(4009).
003500*    CIF.CUSTIND
003600     05  PRGA-CUSTIND-ROW REDEFINES PRGA-IMAGE.
003700         10  PRGI-CUST-ID        PIC S9(9)     COMP-3.
003800         10  PRGI-BIRTH-DATE     PIC X(10).
003900         10  PRGI-SEX            PIC X(01).
004000         10  PRGI-MARITAL-STAT   PIC X(01).
004100         10  PRGI-HOME-PHONE     PIC S9(11)    COMP-3.
004200         10  PRGI-BUS-PHONE      PIC S9(11)    COMP-3.
004300         10  PRGI-CURR-EMPLOY    PIC X(40).
004400         10  PRGI-PRIV-NOT-DT    PIC X(10).
004500         10  PRGI-SHARE-INFO     PIC 9(01).
004600         10  PRGI-DT-OF-DEATH    PIC X(10).
004700         10  PRGI-QFD-SCORE      PIC 9(04).
004800         10  PRGI-CELL-PHONE     PIC S9(11)    COMP-3.
004900         10  FILLER              PIC X(4000).
005000*    CIF.CUSTNON
005100     05  PRGA-CUSTNON-ROW REDEFINES PRGA-IMAGE.
005200         10  PRGN-CUST-ID        PIC S9(9)     COMP-3.
005300         10  PRGN-TYPE           PIC 9(02).
005400         10  PRGN-PRI-PHONE      PIC S9(11)    COMP-3.
005500         10  PRGN-SEC-PHONE      PIC S9(11)    COMP-3.
005600         10  PRGN-CELL-PHONE     PIC S9(11)    COMP-3.
005700         10  FILLER              PIC X(4075).
005800*    CIF.CUSTXREF
005900     05  PRGA-CUSTXREF-ROW REDEFINES PRGA-IMAGE.
006000         10  PRGX-BANK-NBR       PIC S9(3)     COMP-3.
006100         10  PRGX-FILE-ID        PIC X(04).
006200         10  PRGX-FILE-KEY       PIC X(25).
006300         10  PRGX-REL-BANK-NBR   PIC S9(3)     COMP-3.
006400         10  PRGX-REL-FILE-ID    PIC X(04).
006500         10  PRGX-REL-FILE-KEY   PIC X(25).
006600         10  PRGX-REL-CODE       PIC X(02).
006700         10  PRGX-REL-CUST-ID    PIC S9(9)     COMP-3.
006800         10  PRGX-REL-CUST-NAME  PIC X(40).
006900         10  FILLER              PIC X(3991).
