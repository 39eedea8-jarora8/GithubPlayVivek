000100******************************************************************
000110*      REMOTE DEPOSIT CAPTURE LIMIT CHECK AT FINQ.DEPOSIT INSERT *
000120*                                                                *
000130*             CALL 'FINQU502' USING FINQU502-PARAMETERS          *
000140*                                                                *
000150* CALLED BY THE CAPTURE CHANNEL BEFORE A MOBILE OR SCAN DEPOSIT  *
000160* IS INSERTED.  THE ACCOUNT'S FINQ.RDCACCT TIER (THE LOWEST TIER *
000170* WHEN IT HAS NONE YET) PICKS THE FINQ.RDCLIMIT PER-ITEM, DAILY  *
000180* AND ROLLING 30-DAY LIMITS FOR THE SOURCE, AND THE DEPOSIT IS   *
000190* ACCEPTED, ACCEPTED WITH AN EXTENDED HOLD (RELEASE-DATE, PACKED *
000200* CYYMMDD, IS THE DEP_RELEASE_DATE TO INSERT WITH), OR REJECTED. *
000210* A HELD OR REJECTED DEPOSIT IS LOGGED ON FINQ.RDCLOG.  ANY      *
000220* OTHER REFERENCE SOURCE IS ACCEPTED UNCHECKED.  A NON-ZERO      *
000230* ERRORCODE WITH DECISION SPACE MEANS NO DECISION COULD BE MADE; *
000235* WITH A DECISION, ONLY THE FINQ.RDCLOG WRITE FAILED.            *
000240******************************************************************
000250 01  FINQU502-PARAMETERS.
000260     02  FINQU502-INPUT-FIELDS.
000270         03  FINQU502-BANK-NBR          PIC 9(03).
000280         03  FINQU502-ACCT-ID           PIC 9(03).
000290         03  FINQU502-ACCT-NBR          PIC X(09).
000300         03  FINQU502-REFERENCE-SOURCE  PIC X(10).
000310         03  FINQU502-REFERENCE-ID      PIC X(25).
000320         03  FINQU502-AMOUNT            PIC S9(9)V99 COMP-3.
000330     02  FINQU502-OUTPUT-FIELDS.
000340         03  FINQU502-DECISION          PIC X(01).
000350             88  FINQU502-ACCEPT              VALUE 'A'.
000360             88  FINQU502-HOLD                VALUE 'H'.
000370             88  FINQU502-REJECT              VALUE 'R'.
000380         03  FINQU502-TIER-CODE         PIC 9(01).
000390         03  FINQU502-LIMIT-TYPE        PIC X(01).
000400             88  FINQU502-LIMIT-ITEM          VALUE 'I'.
000410             88  FINQU502-LIMIT-DAY           VALUE 'D'.
000420             88  FINQU502-LIMIT-30DAY         VALUE 'M'.
000430         03  FINQU502-LIMIT-AMOUNT      PIC S9(9)V99 COMP-3.
000440         03  FINQU502-RELEASE-DATE      PIC S9(7)   COMP-3.
000450     02  FINQU502-RETURN-FIELDS.
000460         03  FINQU502-ERRORCODE         PIC S9(9)   COMP.
000470             88  FINQU502-VALID               VALUE ZERO.
000480             88  FINQU502-INVALID             VALUE +9999.
000490         03  FINQU502-ERROR-TEXT        PIC X(80).
