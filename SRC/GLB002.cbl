000001*   08/21/2026 RM     MANUAL ITEMS HELD FOR OFAC REVIEW         *
000002*                      (NIPS-UPDATE-SW O, SEE NIPSB504) ARE NO   *
000003*                      LONGER EXTRACTED UNTIL CLEARED.           *
000004*                                                                *
000005*   10/15/2026 RM     EACH ITEM NOW CARRIES ITS GL ACCOUNT AND   *
000006*                      COST CENTER, RESOLVED OFF GL.POSTRULE     *
000007*                      THROUGH GLU001 FOR CATEGORY NIPS PLUS     *
000008*                      THE REASON CODE.  NO RULE POSTS TO GL     *
000009*                      SUSPENSE.                                 *
000280******************************************************************00028000
000290 ENVIRONMENT DIVISION.                                            00029000
000300 CONFIGURATION SECTION.                                           00030000
000530     05  GLFEED-SOURCE-IND        PIC X(01).                      00053000
000540         88  GLFEED-SOURCE-MANUAL       VALUE 'M'.                00054000
000550     05  GLFEED-DESCRIPTION       PIC X(30).                      00055000
000555     05  GLFEED-GL-ACCT           PIC X(08).                      00055500
000557     05  GLFEED-COST-CENTER       PIC X(05).                      00055700
000560     05  FILLER                   PIC X(06).                      00056000
000570 FD  RPT519-FILE                                                  00057000
000580     RECORDING MODE F.                                            00058000
000590 01  RPT519-RECORD               PIC X(80).                       00059000
000650 01  WS-WORK-FIELDS.                                              00065000
000660     05  WS-TOTAL-COUNT           PIC S9(7)   COMP  VALUE ZERO.   00066000
000670     05  WS-TOTAL-AMT             PIC S9(11)V99 COMP-3 VALUE ZERO.00067000
000672     05  WS-NIPS-CATEGORY.                                        00067200
000674         10  FILLER               PIC X(04)   VALUE 'NIPS'.       00067400
000676         10  WS-NIPS-REASON       PIC 9(02)   VALUE ZERO.         00067600
000678         10  FILLER               PIC X(02)   VALUE SPACE.        00067800
000680 01  WS-HEADING-1.                                                00068000
000690     05  FILLER     PIC X(80) VALUE                               00069000
000700       'GLB002  MANUAL NIPS ADJUSTMENT GL FEED CONTROL REPORT'.   00070000
000960*---------------------------------------------------------------- 00096000
000970     COPY ODBGLTXN.                                               00097000
000980*---------------------------------------------------------------- 00098000
000982     COPY GLU001P.                                                00098200
000984*---------------------------------------------------------------- 00098400
000990 PROCEDURE DIVISION.                                              00099000
001000*                                                                 00100000
001010 0000-MAINLINE.                                                   00101000
001520     EXIT.                                                        00152000
001530*---------------------------------------------------------------- 00153000
001540 3000-WRITE-EXTRACT.                                              00154000
001542*    A MANUAL ITEM IS ONE-SIDED -- A POSITIVE ITEM BOOKS TO THE   00154200
001543*    RULE'S DEBIT ACCOUNT, A NEGATIVE ONE TO ITS CREDIT ACCOUNT.  00154300
001545     PERFORM 3100-RESOLVE-GL-RULE THRU 3100-EXIT.                 00154500
001550     INITIALIZE GLFEED-RECORD.                                    00155000
001560     MOVE NIPS-BANK-NBR       TO GLFEED-BANK-NBR.                 00156000
001570     MOVE NIPS-ACCT-NBR       TO GLFEED-ACCT-NBR.                 00157000
001610     MOVE NIPS-REASON-CODE    TO GLFEED-REASON-CODE.              00161000
001620     SET GLFEED-SOURCE-MANUAL TO TRUE.                            00162000
001630     MOVE NIPS-TX-DESC        TO GLFEED-DESCRIPTION.              00163000
001632     IF  NIPS-TX-AMT < ZERO                                       00163200
001634         MOVE GLU001-CR-GL-ACCT   TO GLFEED-GL-ACCT               00163400
001635     ELSE                                                         00163500
001636         MOVE GLU001-DR-GL-ACCT   TO GLFEED-GL-ACCT               00163600
001637     END-IF.                                                      00163700
001638     MOVE GLU001-COST-CENTER  TO GLFEED-COST-CENTER.              00163800
001640     WRITE GLFEED-RECORD.                                         00164000
001650     ADD 1 TO WS-TOTAL-COUNT.                                     00165000
001660     ADD NIPS-TX-AMT TO WS-TOTAL-AMT.                             00166000
001910     CLOSE RPT519-FILE.                                           00191000
001920 8000-EXIT.                                                       00192000
001930     EXIT.                                                        00193000
001940*---------------------------------------------------------------- 00194000
001950 3100-RESOLVE-GL-RULE.                                            00195000
001960*    THE ACCOUNTS COME OFF GL.POSTRULE FOR CATEGORY NIPS PLUS THE 00196000
001970*    REASON CODE.  A MISSING RULE STILL RETURNS THE SUSPENSE      00197000
001980*    ACCOUNTS; ONLY A MISSING SUSPENSE RULE OR A FAILED LOG IS    00198000
001990*    REPORTED HERE.                                               00199000
002000     MOVE NIPS-REASON-CODE    TO WS-NIPS-REASON.                  00200000
002010     MOVE 'R'                 TO GLU001-FUNCTION.                 00201000
002020     MOVE 'GLB002  '          TO GLU001-SOURCE-PROG.              00202000
002030     MOVE WS-NIPS-CATEGORY    TO GLU001-CATEGORY.                 00203000
002040     MOVE NIPS-BANK-NBR       TO GLU001-BANK-NBR.                 00204000
002050     MOVE NIPS-TX-DATE        TO GLU001-AS-OF-DATE.               00205000
002060     MOVE NIPS-TX-AMT         TO GLU001-AMOUNT.                   00206000
002070     CALL 'GLU001' USING GLU001-PARAMETERS.                       00207000
002080     IF  NOT GLU001-VALID                                         00208000
002090         DISPLAY 'GLB002 - ' GLU001-ERROR-TEXT                    00209000
002100         MOVE 4 TO RETURN-CODE                                    00210000
002110     END-IF.                                                      00211000
002120 3100-EXIT.                                                       00212000
002130     EXIT.                                                        00213000
