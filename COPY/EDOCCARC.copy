             CARC_PAYLOAD                   CHAR(80) NOT NULL,
             CARC_DEL_METHOD                DECIMAL(3, 0) NOT NULL,
             CARC_SENT_TS                   TIMESTAMP NOT NULL,
             CARC_RETAIN_MONTHS             DECIMAL(3, 0) NOT NULL,
             CARC_RESULT                    CHAR(1) NOT NULL,
             CARC_RESULT_TS                 TIMESTAMP NOT NULL
           ) END-EXEC.
      * THE CUSTOMER CORRESPONDENCE ARCHIVE, KEYED BY THE CIF
      * COMPOSITE KEY.  EDOCB501 WRITES ONE ROW PER PIECE IT HANDS
      * THE RETENTION RIDES THE ROW (RESOLVED PER FORM FROM
      * EDOC.FORMRET AT WRITE TIME); EDOCB502 PURGES PAST IT.
      * EDOCO501 IS THE RETRIEVAL SCREEN.  'PROVE YOU SENT THE
      * NOTICE' NOW HAS AN ANSWER THAT IS NOT A SHRUG.  RESULT AND
      * RESULT_TS ARE EDOC050'S DELIVERY RESULT FOR THE PIECE (S, B,
      * T OR P AS IN EDOC050-DEL-RESULT-SW); PROGRAMS THAT CALL
      * EDOC050 DIRECTLY ARCHIVE THROUGH EDOCU053.  EDOCB505 PROVES
      * NOTICE TIMELINESS FROM HERE.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EDOC.CORRARCH                      *
      ******************************************************************
           10 CARC-DEL-METHOD      PIC S9(3)V USAGE COMP-3.
           10 CARC-SENT-TS         PIC X(26).
           10 CARC-RETAIN-MONTHS   PIC S9(3)V USAGE COMP-3.
           10 CARC-RESULT          PIC X(1).
               88  CARC-DELIVERED               VALUE 'S'.
               88  CARC-UNDELIVERED             VALUE 'B' 'T'.
           10 CARC-RESULT-TS       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
