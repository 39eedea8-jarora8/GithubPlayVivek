000100******************************************************************
000200*        UTMAOUT -- CUSTODIAL ACCOUNT CONVERSION WORK FILE       *
000300*                                                                *
000400* CUT MONTHLY BY CIFB541 FOR EVERY OPEN CUSTODIAL (UTMA/UGMA)    *
000500* ACCOUNT WHOSE BENEFICIARY HAS REACHED THE STATE AGE OF         *
000600* MAJORITY.  THE RETITLE STEP READS IT AND MOVES THE ACCOUNT     *
000700* TITLE TO UTMA-NEW-TITLE (THE BENEFICIARY'S NAME) AND THE       *
000800* OWNERSHIP TO UTMA-BENE-CUST-ID.  AN ACCOUNT STAYS ON THE FILE  *
000900* EVERY MONTH UNTIL IT IS RETITLED, SO A MISSED RUN IS PICKED    *
001000* UP BY THE NEXT ONE.                                            *
001100*                                                                *
001200* COPY UNDER AN 01 IN THE FD.  RECORD LENGTH IS 120 BYTES.       *
001300******************************************************************
001400     05  UTMA-BANK-NBR           PIC 9(03).
001500     05  UTMA-FILE-ID            PIC X(04).
001600     05  UTMA-FILE-KEY           PIC X(25).
001700     05  UTMA-BENE-CUST-ID       PIC 9(09).
001800     05  UTMA-NEW-TITLE          PIC X(40).
001900     05  UTMA-MAJORITY-DATE      PIC X(10).
002000     05  UTMA-STATE              PIC X(02).
002100     05  UTMA-MAJORITY-AGE       PIC 9(02).
002200     05  FILLER                  PIC X(25).
