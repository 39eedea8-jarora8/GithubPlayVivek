001900*                      FLAGS ANY BANK OUT OF BALANCE PAST THE    *
002000*                      CALLER'S TOLERANCE -- THE MORNING IT      *
002100*                      HAPPENS, NOT AT MONTH-END.                *
002110*                                                                *
002120*   10/15/2026 RM     THE GLFEED LAYOUT CARRIES THE GL ACCOUNT   *
002130*                      AND COST CENTER THE FEEDS NOW STAMP FROM  *
002140*                      GL.POSTRULE.  THE PROOF STILL FOOTS BY    *
002150*                      BANK.                                     *
002200*                                                                *
002300******************************************************************
002400 ENVIRONMENT DIVISION.
005400     05  GLFEED-REASON-CODE       PIC X(04).
005500     05  GLFEED-SOURCE-IND        PIC X(01).
005600     05  GLFEED-DESCRIPTION       PIC X(30).
005650     05  GLFEED-GL-ACCT           PIC X(08).
005700     05  GLFEED-COST-CENTER       PIC X(05).
005750     05  FILLER                   PIC X(06).
005800 FD  RPT554-FILE
005900     RECORDING MODE F.
006000 01  RPT554-RECORD               PIC X(132).
