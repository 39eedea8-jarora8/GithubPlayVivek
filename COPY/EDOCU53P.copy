000100******************************************************************
000110*        ARCHIVE A DIRECT EDOC050 DELIVERY (EDOC.CORRARCH)       *
000120*                                                                *
000130*             CALL 'EDOCU053' USING EDOCU053-PARAMETERS          *
000140*                                                                *
000150* A PROGRAM THAT CALLS EDOC050 ITSELF, RATHER THAN SPOOLING TO  *
000160* THE EDOCB501 DIGEST, CALLS HERE RIGHT AFTER WITH THE PIECE    *
000170* AS IT WENT OUT -- KEY, FORM, METHOD, SUBJECT, PAYLOAD AND     *
000180* EDOC050'S DELIVERY RESULT -- SO THE ARCHIVE ROW IS THE SAME   *
000190* ONE EDOCB501 WRITES (RETENTION FROM EDOC.FORMRET, 24-MONTH    *
000200* DEFAULT).                                                     *
000210******************************************************************
000220 01  EDOCU053-PARAMETERS.
000230     02  EDOCU053-INPUT-FIELDS.
000240         03  EDOCU053-BANK-NBR      PIC 9(03).
000250         03  EDOCU053-FILE-ID       PIC X(04).
000260         03  EDOCU053-FILE-KEY      PIC X(25).
000270         03  EDOCU053-FORM-ID       PIC X(08).
000280         03  EDOCU053-DEL-METHOD    PIC 9(03).
000290         03  EDOCU053-SUBJECT       PIC X(80).
000300         03  EDOCU053-PAYLOAD       PIC X(80).
000310         03  EDOCU053-RESULT-SW     PIC X(01).
000320         03  EDOCU053-RESULT-TS     PIC X(26).
000330     02  EDOCU053-RETURN-FIELDS.
000340         03  EDOCU053-ERRORCODE     PIC S9(9)   COMP.
000350             88  EDOCU053-VALID            VALUE ZERO.
000360             88  EDOCU053-INVALID          VALUE +9999.
000370         03  EDOCU053-ERROR-TEXT    PIC X(80).
