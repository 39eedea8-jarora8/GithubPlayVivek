             WVR_SUPV_ID                    DECIMAL(5, 0) NOT NULL,
             WVR_REASON                     CHAR(3) NOT NULL,
             WVR_STATUS                     CHAR(1) NOT NULL,
             WVR_PLACED_DATE                DATE NOT NULL,
             WVR_DECIDED_DATE               DATE NOT NULL
           ) END-EXEC.
      * ONE ROW PER SERVICE-CHARGE WAIVER AUTHORIZATION, KEYED BY
      * ACCOUNT AND CYCLE.  DSDSU505 RECORDS THE REQUESTING
      * AN APPROVED ROW EXISTS (WAIVERS OVER THE THRESHOLD), AND
      * REVERTS THE REST TO CHARGED.  THE LEAKAGE REPORT JOINS
      * HERE TO PUT A NAME ON EVERY WAIVED DOLLAR.  STATUS P =
      * PENDING SUPERVISOR, A = APPROVED, D = DENIED.  DECIDED_DATE
      * IS THE DAY THE SUPERVISOR APPROVED OR DENIED THE WAIVER,
      * '0001-01-01' WHILE IT IS PENDING.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE DSDS.WVRAUTH                       *
      ******************************************************************
               88  WVR-STATUS-DENIED            VALUE 'D'.
           10 WVR-PLACED-DATE-X.
              15 WVR-PLACED-DATE   PIC X(10).
           10 WVR-DECIDED-DATE-X.
              15 WVR-DECIDED-DATE  PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
