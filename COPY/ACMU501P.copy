000160* ITEM (PDTX-POS-REF-NBR) AND RETURNS THE ASSIGNED CASE NUMBER. *
000170* FUNCTION R RESOLVES AN OPEN OR PROVISIONAL CASE.  THE AGING   *
000180* AND PROVISIONAL-CREDIT CLOCKS ARE ACMB512'S JOB.              *
000181* OPER-ID IS THE OPERATOR TAKING THE ACTION AND MUST HOLD ROLE  *
000182* DISP ON THE CIF.OPERATOR REGISTRY (0 IS A BATCH CALLER).      *
000190******************************************************************
000200 01  ACMU501-PARAMETERS.
000210     02  ACMU501-INPUT-FIELDS.
000290         03  ACMU501-ACCT-NBR       PIC 9(09).
000300         03  ACMU501-TX-AMOUNT      PIC 9(09)V99.
000310         03  ACMU501-CASE-NBR       PIC 9(09).
000315         03  ACMU501-OPER-ID        PIC 9(05).
000320     02  ACMU501-RETURN-FIELDS.
000330         03  ACMU501-NEW-CASE-NBR   PIC 9(09).
000340         03  ACMU501-ERRORCODE      PIC S9(9)   COMP.
