000100******************************************************************
000110*        CDIN -- CD.PEND FRONT-DOOR FEED RECORD                  *
000120*                                                                *
000130* WRITTEN BY THE SOURCE SYSTEMS THAT POST TO CDS (CDB508 CD     *
000140* MATURITY PAYOUTS AMONG THEM) AND EDITED INTO CD.PEND BY       *
000150* CDB506.  'D' IS ONE PENDING ITEM IN CD.PEND COLUMN ORDER;     *
000160* 'T' CLOSES THE BATCH WITH THE DECLARED DEPOSIT/WITHDRAWAL     *
000170* TOTALS AND ITEM COUNT.                                        *
000180*                                                                *
000190* COPY UNDER AN 01 IN THE FD.  RECORD LENGTH IS 140 BYTES.      *
000200******************************************************************
000210     05  CDIN-REC-TYPE           PIC X(01).
000220         88  CDIN-DETAIL                 VALUE 'D'.
000230         88  CDIN-TRAILER                VALUE 'T'.
000240     05  CDIN-BATCH-NBR          PIC 9(05).
000250     05  CDIN-SOURCE-PROG        PIC X(08).
000260     05  CDIN-DETAIL-DATA.
000270         10  CDIN-BANK-NBR       PIC 9(03).
000280         10  CDIN-ACCT-NBR       PIC X(09).
000290         10  CDIN-TX-CODE        PIC 9(03).
000300         10  CDIN-DEP-WTD-CODE   PIC 9(03).
000310         10  CDIN-TX-AMOUNT      PIC 9(09)V99.
000320         10  CDIN-EFFECT-DATE    PIC X(10).
000330         10  CDIN-REVERSAL-CODE  PIC X(01).
000340         10  CDIN-WITHHOLD-CODE  PIC X(01).
000350         10  CDIN-STOCK-NBR      PIC X(09).
000360         10  CDIN-TAX-WITHHELD   PIC 9(07)V99.
000370         10  CDIN-ALTERNATE-ID   PIC X(25).
000380         10  CDIN-TX-DESC        PIC X(30).
000390     05  CDIN-TRAILER-DATA REDEFINES CDIN-DETAIL-DATA.
000400         10  CDIN-DEP-TOTAL      PIC 9(11)V99.
000410         10  CDIN-WTD-TOTAL      PIC 9(11)V99.
000420         10  CDIN-ITEM-COUNT     PIC 9(05).
000430         10  FILLER              PIC X(75).
000440     05  FILLER                  PIC X(12).
