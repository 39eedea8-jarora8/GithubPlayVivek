      ******************************************************************
      * DCLGEN TABLE(EDOC.CONSENTEV)                                   *
      *        LIBRARY(LMFPROG.APPLDCL.U099601(EDOCCEV))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EDOC.CONSENTEV TABLE
           ( CEV_CHANNEL                    CHAR(1) NOT NULL,
             CEV_ADDRESS                    CHAR(70) NOT NULL,
             CEV_EVENT_TS                   TIMESTAMP NOT NULL,
             CEV_EVENT_CODE                 CHAR(1) NOT NULL,
             CEV_KEYWORD                    CHAR(12) NOT NULL,
             CEV_SOURCE                     CHAR(8) NOT NULL,
             CEV_CAMPAIGN                   CHAR(20) NOT NULL,
             CEV_LOAD_TS                    TIMESTAMP NOT NULL,
             CEV_PREF_ROWS                  DECIMAL(5, 0) NOT NULL,
             CEV_CIF_ROWS                   DECIMAL(5, 0) NOT NULL
           ) END-EXEC.
      * CONSENT EVIDENCE -- ONE ROW PER OPT-OUT OR OPT-IN EVENT THE
      * SMS GATEWAY OR E-MAIL PROVIDER REPORTED, NEVER UPDATED OR
      * PURGED.  KEYED BY CHANNEL, ADDRESS AND EVENT TIME, SO A
      * RE-SENT GATEWAY FILE LOGS NOTHING TWICE.  EVENT CODE S IS AN
      * SMS STOP, U AN UNSUBSCRIBE, C A SPAM COMPLAINT, R AN OPT BACK
      * IN; KEYWORD IS THE REPLY TEXT OR EVENT TYPE AS RECEIVED AND
      * SOURCE THE GATEWAY FILE (SMSGATE OR EMAILSP).  PREF_ROWS AND
      * CIF_ROWS ARE THE NOTIFPREF ROWS MARKED AND THE CIF CUSTOMER
      * PHONE FIELDS THAT CARRIED THE ADDRESS WHEN EDOCB504 LOADED IT.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EDOC.CONSENTEV                     *
      ******************************************************************
       01  EDOC-CONSENTEV.
           10 CEV-CHANNEL          PIC X(1).
           10 CEV-ADDRESS          PIC X(70).
           10 CEV-EVENT-TS         PIC X(26).
           10 CEV-EVENT-CODE       PIC X(1).
               88  CEV-EVENT-STOP               VALUE 'S'.
               88  CEV-EVENT-UNSUBSCRIBE        VALUE 'U'.
               88  CEV-EVENT-COMPLAINT          VALUE 'C'.
               88  CEV-EVENT-OPT-IN             VALUE 'R'.
           10 CEV-KEYWORD          PIC X(12).
           10 CEV-SOURCE           PIC X(8).
           10 CEV-CAMPAIGN         PIC X(20).
           10 CEV-LOAD-TS          PIC X(26).
           10 CEV-PREF-ROWS        PIC S9(5)V USAGE COMP-3.
           10 CEV-CIF-ROWS         PIC S9(5)V USAGE COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
