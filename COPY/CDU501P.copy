000100******************************************************************
000110*        ADD OR CHANGE A CD MASTER ROW                           *
000120*                                                                *
000130*             CALL 'CDU501' USING CDU501-PARAMETERS              *
000140*                                                                *
000150* FUNCTION A ADDS THE CD.MASTER ROW FOR A NEW CD -- OPEN DATE,  *
000160* TERM, RATE, MATURITY DATE AND RENEWAL INSTRUCTION.  FUNCTION  *
000170* C CHANGES THE RENEWAL INSTRUCTION AND/OR THE TERM (SPACE AND  *
000180* ZERO LEAVE THEM ALONE).  A TERM CHANGED DURING THE GRACE      *
000190* PERIOD RE-TERMS THE CD FROM ITS LAST MATURITY AT THE RATE     *
000200* SHEET'S RATE FOR THE NEW TERM ON THAT DATE; OUTSIDE GRACE IT  *
000210* TAKES EFFECT AT THE NEXT RENEWAL.  EVERY CHANGE STAMPS THE    *
000220* MAINTENANCE DATE AND SOURCE, WHICH THE CDB509 GRACE REPORT    *
000230* READS.                                                        *
000240******************************************************************
000250 01  CDU501-PARAMETERS.
000260     02  CDU501-INPUT-FIELDS.
000270         03  CDU501-FUNCTION        PIC X(01).
000280             88  CDU501-FUNC-ADD           VALUE 'A'.
000290             88  CDU501-FUNC-CHANGE        VALUE 'C'.
000300         03  CDU501-BANK-NBR        PIC 9(03).
000310         03  CDU501-ACCT-NBR        PIC X(09).
000320         03  CDU501-SOURCE-PROG     PIC X(08).
000330         03  CDU501-OPEN-DATE       PIC X(10).
000340         03  CDU501-MATURITY-DATE   PIC X(10).
000350         03  CDU501-TERM-MONTHS     PIC 9(03).
000360         03  CDU501-RATE            PIC 9(03)V9(04).
000370         03  CDU501-RENEW-INSTR     PIC X(01).
000372*        PRODUCT, COMPOUNDING METHOD (D/M/Q/S, M WHEN SPACE) AND
000374*        DAY-COUNT BASIS (360 OR 365, 365 WHEN ZERO) -- FUNCTION
000376*        A ONLY.
000378         03  CDU501-PRODUCT         PIC X(04).
000380         03  CDU501-COMPOUND        PIC X(01).
000382         03  CDU501-DAY-BASIS       PIC 9(03).
000384     02  CDU501-RETURN-FIELDS.
000390         03  CDU501-NEW-MATURITY    PIC X(10).
000400         03  CDU501-NEW-RATE        PIC 9(03)V9(04).
000410         03  CDU501-ERRORCODE       PIC S9(9)   COMP.
000420             88  CDU501-VALID              VALUE ZERO.
000430             88  CDU501-INVALID            VALUE +9999.
000440         03  CDU501-ERROR-TEXT      PIC X(80).
