000100******************************************************************
000110*        GL POSTING-RULE LOOKUP (GL.POSTRULE)                    *
000120*                                                                *
000130*             CALL 'GLU001' USING GLU001-PARAMETERS              *
000140*                                                                *
000150* EVERY PROGRAM THAT CUTS GL ENTRIES GETS ITS DEBIT AND CREDIT   *
000160* GL ACCOUNTS AND COST CENTER HERE, FOR ITS OWN PROGRAM NAME,    *
000170* THE ENTRY'S CATEGORY AND BANK, AS OF THE ENTRY DATE (SPACES =  *
000180* TODAY).  A RULE FOR THE BANK WINS OVER THE BANK 0 RULE.        *
000190* FUNCTION R RESOLVES AND LOGS THE ENTRY ON GL.POSTLOG; WITH NO  *
000200* ACTIVE RULE IT RETURNS THE GL SUSPENSE ACCOUNTS WITH           *
000210* RESOLVED-SW 'N' SO THE ENTRY STILL POSTS AND GLB007 REPORTS    *
000220* IT.  FUNCTION V ONLY VALIDATES -- NO LOG, NO SUSPENSE.  THE    *
000230* CALL IS INVALID ONLY WHEN NOT EVEN THE SUSPENSE RULE RESOLVES. *
000240******************************************************************
000250 01  GLU001-PARAMETERS.
000260     02  GLU001-INPUT-FIELDS.
000270         03  GLU001-FUNCTION        PIC X(01).
000280             88  GLU001-FUNC-RESOLVE       VALUE 'R'.
000290             88  GLU001-FUNC-VALIDATE      VALUE 'V'.
000300         03  GLU001-SOURCE-PROG     PIC X(08).
000310         03  GLU001-CATEGORY        PIC X(08).
000320         03  GLU001-BANK-NBR        PIC 9(03).
000330         03  GLU001-AS-OF-DATE      PIC X(10).
000340         03  GLU001-AMOUNT          PIC S9(11)V99 COMP-3.
000350     02  GLU001-OUTPUT-FIELDS.
000360         03  GLU001-DR-GL-ACCT      PIC X(08).
000370         03  GLU001-CR-GL-ACCT      PIC X(08).
000380         03  GLU001-COST-CENTER     PIC X(05).
000390         03  GLU001-RESOLVED-SW     PIC X(01).
000400             88  GLU001-RESOLVED           VALUE 'Y'.
000410             88  GLU001-SUSPENSE           VALUE 'N'.
000420     02  GLU001-RETURN-FIELDS.
000430         03  GLU001-ERRORCODE       PIC S9(9)   COMP.
000440             88  GLU001-VALID              VALUE ZERO.
000450             88  GLU001-INVALID            VALUE +9999.
000460         03  GLU001-ERROR-TEXT      PIC X(80).
