      ******************************************************************
      * DCLGEN TABLE(EDOC.NTCRULE)                                     *
      *        LIBRARY(LMFPROG.APPLDCL.U099601(EDOCNRUL))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE EDOC.NTCRULE TABLE
           ( NRUL_FORM_ID                   CHAR(8) NOT NULL,
             NRUL_SOURCE_PROG               CHAR(8) NOT NULL,
             NRUL_REGULATION                CHAR(12) NOT NULL,
             NRUL_TRIGGER_DESC              CHAR(30) NOT NULL,
             NRUL_DEADLINE_DAYS             DECIMAL(3, 0) NOT NULL,
             NRUL_DAY_BASIS                 CHAR(1) NOT NULL,
             NRUL_EARLY_DAYS                DECIMAL(3, 0) NOT NULL,
             NRUL_ACTIVE_IND                CHAR(1) NOT NULL
           ) END-EXEC.
      * THE REGULATORY DEADLINE FOR EACH REQUIRED NOTICE FORM,
      * MAINTAINED WITH COMPLIANCE.  THE DEADLINE IS COUNTED FROM
      * THE TRIGGERING DATE ON THE SOURCE PROGRAM'S OWN TABLE:
      * POSITIVE DAYS MEAN THE NOTICE IS DUE NO LATER THAN THAT MANY
      * DAYS AFTER IT, NEGATIVE DAYS THAT MANY DAYS BEFORE IT (AN
      * ADVANCE NOTICE).  DAY BASIS B COUNTS BUSINESS DAYS ON THE
      * ADMU503 CALENDAR, C CALENDAR DAYS.  EARLY_DAYS IS HOW LONG
      * BEFORE THE TRIGGER A PIECE STILL COUNTS AS THIS EVENT'S
      * NOTICE.  EDOCB505 PROVES TIMELINESS ONLY FOR ACTIVE (Y)
      * FORMS.  AS INSTALLED --
      *   REGCCHLD FINQB507 REG CC    HOLD PLACED        +1 B   0
      *   ARMCHG01 MLB505   REG Z     RATE CHANGE DATE  -60 C 120
      *   REGEPROV ACMB512  REG E     PROVISIONAL CREDIT +2 B   0
      *   STOPEXPR DSDSB520 UCC 4-403 STOP ORDER EXPIRES -14 C 60
      *   ESCHLTR1 CIFB529  UNCLM PROP STATE REPORT     -60 C 999
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EDOC.NTCRULE                       *
      ******************************************************************
       01  EDOC-NTCRULE.
           10 NRUL-FORM-ID         PIC X(8).
           10 NRUL-SOURCE-PROG     PIC X(8).
           10 NRUL-REGULATION      PIC X(12).
           10 NRUL-TRIGGER-DESC    PIC X(30).
           10 NRUL-DEADLINE-DAYS   PIC S9(3)V USAGE COMP-3.
           10 NRUL-DAY-BASIS       PIC X(1).
               88  NRUL-BUSINESS-DAYS           VALUE 'B'.
               88  NRUL-CALENDAR-DAYS           VALUE 'C'.
           10 NRUL-EARLY-DAYS      PIC S9(3)V USAGE COMP-3.
           10 NRUL-ACTIVE-IND      PIC X(1).
               88  NRUL-ACTIVE                  VALUE 'Y'.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
