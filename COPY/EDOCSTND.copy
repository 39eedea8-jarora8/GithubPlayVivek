000100******************************************************************
000110*        EDOCSTND -- NOTICE FORMS THAT MUST TRAVEL ALONE         *
000120*                                                                *
000130* FORMS THAT GO OUT BY THEMSELVES, WHATEVER ELSE THE CUSTOMER   *
000140* HAS COMING -- REG CC HOLDS, B-NOTICES, ESCHEAT LETTERS AND    *
000150* ADVERSE ACTION.  EDOCB501 NEVER DIGESTS THEM AND EDOCB503     *
000160* NEVER SHARES AN ENVELOPE WITH THEM.  MAINTAINED WITH          *
000170* COMPLIANCE.  A FORM ADDED HERE RAISES THE OCCURS COUNT AND    *
000180* THE SEARCH BOUND IN EACH PROGRAM THAT COPIES IT.              *
000190******************************************************************
000200 01  WS-STANDALONE-FORMS.
000210     05  FILLER                   PIC X(08)   VALUE 'REGCCHLD'.
000220     05  FILLER                   PIC X(08)   VALUE 'BNOTICE1'.
000230     05  FILLER                   PIC X(08)   VALUE 'BNOTICE2'.
000240     05  FILLER                   PIC X(08)   VALUE 'ESCHLTR1'.
000250     05  FILLER                   PIC X(08)   VALUE 'ADVACTN1'.
000260 01  WS-STANDALONE-FORMS-R REDEFINES WS-STANDALONE-FORMS.
000270     05  WS-SA-FORM               PIC X(08)   OCCURS 5 TIMES.
