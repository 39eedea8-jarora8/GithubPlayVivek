000250*                      CODE AGAINST THE FORMAL CODE LIST, FOR    *00025000
000260*                      THE INSERTING PROCESS TO CALL BEFORE A    *00026000
000270*                      RECORD IS WRITTEN.                        *00027000
000271*   10/15/2026 RM     ADDED REFERENCE SOURCE LEGAL FOR THE       *00027100
000272*                      GARNISHMENT/LEVY HOLDS OF DSDSB548.       *00027200
000274*   10/15/2026 RM     ADDED REFERENCE SOURCE SCAN FOR DESKTOP    *00027400
000276*                      REMOTE DEPOSIT CAPTURE.                   *00027600
000280*                                                                *00028000
000290******************************************************************00029000
000300 ENVIRONMENT DIVISION.                                            00030000
000590         WHEN DEP-REF-SOURCE-MOBILE                               00059000
000600         WHEN DEP-REF-SOURCE-TELLER                               00060000
000610         WHEN DEP-REF-SOURCE-ATM                                  00061000
000611         WHEN DEP-REF-SOURCE-LEGAL                                00061100
000615         WHEN DEP-REF-SOURCE-SCAN                                 00061500
000620             MOVE ZERO  TO FINQU501-ERRORCODE                     00062000
000630             MOVE SPACE TO FINQU501-ERROR-TEXT                    00063000
000640         WHEN OTHER                                               00064000
