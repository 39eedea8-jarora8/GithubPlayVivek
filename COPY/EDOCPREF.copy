             NPRF_FALLBACK_METHOD           DECIMAL(3, 0) NOT NULL,
             NPRF_BOUNCE_COUNT              DECIMAL(3, 0) NOT NULL,
             NPRF_LAST_BOUNCE_TS            TIMESTAMP NOT NULL,
             NPRF_LANGUAGE                  CHAR(1) NOT NULL,
             NPRF_OPTOUT_IND                CHAR(1) NOT NULL,
             NPRF_OPTOUT_TS                 TIMESTAMP NOT NULL
           ) END-EXEC.
      * ONE ROW PER CUSTOMER/ACCOUNT, KEYED THE SAME WAY AS THE
      * CIFXREFK COMPOSITE KEY USED THROUGHOUT CIF.  NPRF_METHOD IS
      * SECURE-LINK 7 AND PUSH 8); NPRF_DEL_DATA CARRIES THE URL OR
      * DEVICE TOKEN THOSE METHODS NEED.  EDOCU051 FALLS BACK TO
      * NPRF_FALLBACK_METHOD ONCE THE BOUNCE COUNT CROSSES ITS LINE.
      * NPRF_OPTOUT_IND Y MEANS THE CUSTOMER REPLIED STOP TO, OR
      * UNSUBSCRIBED OR COMPLAINED FROM, THE NPRF_DEL_DATA PHONE OR
      * E-MAIL (EDOCB504, FROM THE GATEWAY FILES); NO MARKETING GOES
      * THERE AND EDOCU051 SENDS NOTICES BY THE FALLBACK.
      * NPRF_OPTOUT_TS IS THE EVENT TIME, 0001-01-01 WHEN NEVER SET.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE EDOC.NOTIFPREF                     *
      ******************************************************************
           10 NPRF-BOUNCE-COUNT    PIC S9(3)V USAGE COMP-3.
           10 NPRF-LAST-BOUNCE-TS  PIC X(26).
           10 NPRF-LANGUAGE        PIC X(1).
           10 NPRF-OPTOUT-IND      PIC X(1).
               88  NPRF-OPTED-OUT               VALUE 'Y'.
           10 NPRF-OPTOUT-TS       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
