      ******************************************************************
      * DCLGEN TABLE(DSDS.ATOEVENT)                                    *
      *        LIBRARY(LMFPROG.APPLDCL.U099548(DSDSATOE))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE DSDS.ATOEVENT TABLE
           ( AEVT_CUST_ID                   DECIMAL(9, 0) NOT NULL,
             AEVT_EVENT_DATE                DATE NOT NULL,
             AEVT_EVENT_TYPE                CHAR(1) NOT NULL,
             AEVT_OLD_DATA                  CHAR(70) NOT NULL,
             AEVT_NEW_DATA                  CHAR(70) NOT NULL,
             AEVT_MATCH_DATE                DATE NOT NULL,
             AEVT_MATCH_FLAGS               CHAR(3) NOT NULL
           ) END-EXEC.
      * THE ROLLING LOG OF CONTACT CHANGES DSDSB540 SEES AGAINST
      * DSDS.ATOCNTCT -- ONE ROW PER CUSTOMER, RUN DATE, AND TYPE
      * (D = DELIVERY METHOD OR ADDRESS ON EDOC.NOTIFPREF, H = HOME
      * PHONE, C = CELL PHONE), OLD AND NEW VALUE AS DISPLAYED.  A
      * CHANGE STAYS OPEN ('0001-01-01' MATCH DATE) UNTIL A CARD
      * REISSUE, A NEW WALLET TOKEN, OR AN OUTBOUND ACH/RTP/WIRE
      * DEBIT FOLLOWS IT ON THE SAME RELATIONSHIP INSIDE THE
      * WINDOW; THE MATCH RUN STAMPS THE DATE AND WHICH OF THE
      * THREE FOLLOWED (REISSUE/TOKEN/OUTFLOW, Y OR N EACH).  ROWS
      * PAST THE RETENTION DAYS ARE PURGED EVERY RUN.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DSDS.ATOEVENT                      *
      ******************************************************************
       01  DSDS-ATOEVENT.
           10 AEVT-CUST-ID         PIC S9(9)V USAGE COMP-3.
           10 AEVT-EVENT-DATE-X.
              15 AEVT-EVENT-DATE   PIC X(10).
           10 AEVT-EVENT-TYPE      PIC X(1).
               88  AEVT-TYPE-DELIVERY           VALUE 'D'.
               88  AEVT-TYPE-HOME-PHONE         VALUE 'H'.
               88  AEVT-TYPE-CELL-PHONE         VALUE 'C'.
           10 AEVT-OLD-DATA        PIC X(70).
           10 AEVT-NEW-DATA        PIC X(70).
           10 AEVT-MATCH-DATE-X.
              15 AEVT-MATCH-DATE   PIC X(10).
           10 AEVT-MATCH-FLAGS     PIC X(3).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
