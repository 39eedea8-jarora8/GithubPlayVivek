      ******************************************************************
      * DCLGEN TABLE(EDOC.CHNLOPT)                                     *
      *        LIBRARY(LMFPROG.APPLDCL.U099601(EDOCCHOP))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EDOC.CHNLOPT TABLE
           ( CHOP_CHANNEL                   CHAR(1) NOT NULL,
             CHOP_ADDRESS                   CHAR(70) NOT NULL,
             CHOP_PHONE                     DECIMAL(11, 0) NOT NULL,
             CHOP_STATUS                    CHAR(1) NOT NULL,
             CHOP_REASON                    CHAR(1) NOT NULL,
             CHOP_SOURCE                    CHAR(8) NOT NULL,
             CHOP_EVENT_TS                  TIMESTAMP NOT NULL,
             CHOP_UPDATE_TS                 TIMESTAMP NOT NULL
           ) END-EXEC.
      * ONE ROW PER PHONE NUMBER OR E-MAIL ADDRESS THE GATEWAYS HAVE
      * EVER REPORTED, HOLDING ITS CURRENT CONSENT STATE -- THE CIF
      * PHONE FIELDS HAVE NO FLAG OF THEIR OWN, SO SENDERS LOOK THE
      * NUMBER UP HERE.  CHANNEL S IS SMS (ADDRESS IS THE 10-DIGIT
      * NUMBER, ALSO IN CHOP_PHONE), E IS E-MAIL (ADDRESS IN UPPER
      * CASE, CHOP_PHONE ZERO).  STATUS O IS OPTED OUT, I IS OPTED
      * BACK IN.  REASON IS THE LAST EVENT'S CONSENTEV CODE.
      * EDOCB504 KEEPS THE ROW AT THE LATEST EVENT TIME.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EDOC.CHNLOPT                       *
      ******************************************************************
       01  EDOC-CHNLOPT.
           10 CHOP-CHANNEL         PIC X(1).
               88  CHOP-CHANNEL-SMS             VALUE 'S'.
               88  CHOP-CHANNEL-EMAIL           VALUE 'E'.
           10 CHOP-ADDRESS         PIC X(70).
           10 CHOP-PHONE           PIC S9(11)V USAGE COMP-3.
           10 CHOP-STATUS          PIC X(1).
               88  CHOP-OPTED-OUT               VALUE 'O'.
               88  CHOP-OPTED-IN                VALUE 'I'.
           10 CHOP-REASON          PIC X(1).
           10 CHOP-SOURCE          PIC X(8).
           10 CHOP-EVENT-TS        PIC X(26).
           10 CHOP-UPDATE-TS       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
