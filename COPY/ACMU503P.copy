000100******************************************************************
000110*        CHANGE A DEBIT CARD AND JOURNAL THE CHANGE              *
000120*                                                                *
000130*             CALL 'ACMU503' USING ACMU503-PARAMETERS            *
000140*                                                                *
000150* THE ONE WAY ACM.DEBCARD STATUS, DAILY LIMITS, CARD TYPE AND   *
000160* TX TYPE ARE CHANGED.  SET THE CHG SWITCH OF EACH FIELD BEING  *
000170* CHANGED AND ITS NEW VALUE; EVERY FIELD THAT REALLY MOVES IS   *
000180* JOURNALED ON ACM.CARDJRNL WITH ITS BEFORE AND AFTER VALUE,    *
000190* THE SOURCE PROGRAM AND THE USER.  BANK-NBR ZERO FINDS THE     *
000200* CARD BY NUMBER ALONE.  EXPECT-STATUS, WHEN NOT SPACES, MAKES  *
000210* THE CHANGE CONDITIONAL ON THE CARD STILL HOLDING THAT STATUS. *
000220* ERRORCODE +100 = CARD NOT FOUND, NOT IN THE EXPECTED STATUS,  *
000230* OR CHANGED BY SOMEONE ELSE BETWEEN THE READ AND THE UPDATE -- *
000240* NOTHING WAS CHANGED.  THE CALLER OWNS ANY OTHER COLUMNS IT    *
000250* SETS (REISSUE COUNT, ISSUE DATES) IN ITS OWN UPDATE.          *
000260******************************************************************
000270 01  ACMU503-PARAMETERS.
000280     02  ACMU503-INPUT-FIELDS.
000290         03  ACMU503-BANK-NBR       PIC 9(03).
000300         03  ACMU503-CARD-NBR       PIC X(19).
000310         03  ACMU503-SOURCE-PROG    PIC X(08).
000320         03  ACMU503-USER-ID        PIC X(08).
000330         03  ACMU503-EXPECT-STATUS  PIC X(02).
000340         03  ACMU503-CHG-STATUS     PIC X(01).
000350             88  ACMU503-STATUS-CHANGE     VALUE 'Y'.
000360         03  ACMU503-NEW-STATUS     PIC X(02).
000370         03  ACMU503-CHG-LIM-ATM    PIC X(01).
000380             88  ACMU503-LIM-ATM-CHANGE    VALUE 'Y'.
000390         03  ACMU503-NEW-LIM-ATM    PIC 9(05).
000400         03  ACMU503-CHG-LIM-POS    PIC X(01).
000410             88  ACMU503-LIM-POS-CHANGE    VALUE 'Y'.
000420         03  ACMU503-NEW-LIM-POS    PIC 9(05).
000430         03  ACMU503-CHG-LIM-MAX    PIC X(01).
000440             88  ACMU503-LIM-MAX-CHANGE    VALUE 'Y'.
000450         03  ACMU503-NEW-LIM-MAX    PIC 9(05).
000460         03  ACMU503-CHG-CARD-TYPE  PIC X(01).
000470             88  ACMU503-CARD-TYPE-CHANGE  VALUE 'Y'.
000480         03  ACMU503-NEW-CARD-TYPE  PIC X(01).
000490         03  ACMU503-CHG-TX-TYPE    PIC X(01).
000500             88  ACMU503-TX-TYPE-CHANGE    VALUE 'Y'.
000510         03  ACMU503-NEW-TX-TYPE    PIC X(01).
000520     02  ACMU503-RETURN-FIELDS.
000530         03  ACMU503-OLD-STATUS     PIC X(02).
000540         03  ACMU503-JOURNAL-COUNT  PIC S9(4)   COMP.
000550         03  ACMU503-SQLCODE        PIC S9(9)   COMP.
000560         03  ACMU503-ERRORCODE      PIC S9(9)   COMP.
000570             88  ACMU503-VALID             VALUE ZERO.
000580             88  ACMU503-NOT-CHANGED       VALUE +100.
000590             88  ACMU503-INVALID           VALUE +9999.
000600         03  ACMU503-ERROR-TEXT     PIC X(80).
