000140* IN COLUMN ORDER, DISPLAY FORM.  DSDSB538 READS THESE BACK    *
000150* FOR A RECALL.  THE RETAINED DSDS.ARCHSTUB ROW NAMES THE      *
000160* DATASET AND RECORD POSITION EACH ROW WENT TO.                *
000165* UNL-POS-TX-DATE IS ZERO ON ROWS UNLOADED BEFORE IT WAS        *
000166* CARRIED.                                                      *
000170*                                                                *
000180* COPY UNDER AN 01 IN THE FD.  RECORD LENGTH IS 180 BYTES.      *
000190******************************************************************
000320     05  UNL-DESC-FORMAT         PIC X(03).
000330     05  UNL-TX-DESC             PIC X(26).
000340     05  UNL-DESC-DATA           PIC X(50).
000345     05  UNL-POS-TX-DATE         PIC 9(07).
000350     05  FILLER                  PIC X(10).
