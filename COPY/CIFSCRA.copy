      ******************************************************************
      * DCLGEN TABLE(CIF.SCRASTAT)                                     *
      *        LIBRARY(LMFPROG.APPLDCL.U099027(CIFSCRA))               *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE CIF.SCRASTAT TABLE
           ( SCRA_CUST_ID                   DECIMAL(9, 0) NOT NULL,
             SCRA_TAX_ID                    DECIMAL(9, 0) NOT NULL,
             SCRA_BIRTH_DATE                DATE NOT NULL,
             SCRA_SUBMIT_DATE               DATE NOT NULL,
             SCRA_STATUS                    CHAR(1) NOT NULL,
             SCRA_RESULT_DATE               DATE NOT NULL,
             SCRA_SERVICE_START             DATE NOT NULL,
             SCRA_SERVICE_END               DATE NOT NULL,
             SCRA_CERT_ID                   CHAR(15) NOT NULL
           ) END-EXEC.
      * ONE ROW PER INDIVIDUAL BORROWER OR OVERDRAFT-LINE HOLDER SENT
      * TO THE DMDC SCRA VERIFICATION SERVICE -- THE TIN AND BIRTH
      * DATE AS LAST SUBMITTED (CIFB548) AND THE MILITARY STATUS
      * CIFB549 LOADED BACK.  STATUS S = SUBMITTED, RESULT AWAITED;
      * A = ON ACTIVE DUTY; L = LEFT ACTIVE DUTY WITHIN THE LAST 367
      * DAYS; F = NOTIFIED OF A FUTURE CALL-UP; N = NOT IN SERVICE;
      * U = DMDC COULD NOT MATCH THE TIN AND BIRTH DATE.  A FIRST
      * SUBMISSION IS S UNTIL ITS RESULT COMES BACK; EACH MONTH'S
      * RESUBMISSION MOVES ONLY SUBMIT_DATE, LEAVING THE LAST RESULT
      * IN PLACE UNTIL THE NEW ONE REPLACES IT.  SERVICE_START AND
      * SERVICE_END ARE THE ACTIVE DUTY PERIOD DMDC REPORTED; THE
      * END IS '9999-12-31' WHILE THE SERVICE IS OPEN-ENDED; DATES
      * NOT YET KNOWN CARRY THE '0001-01-01' SENTINEL.  CERT_ID IS
      * THE DMDC REPORT ID THAT PROVES THE LOOKUP.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CIF.SCRASTAT                       *
      ******************************************************************
       01  CIF-SCRASTAT.
           10  SCRA-CUST-ID          PIC S9(9)V USAGE COMP-3.
           10  SCRA-TAX-ID           PIC S9(9)V USAGE COMP-3.
           10  SCRA-BIRTH-DATE-X.
               15  SCRA-BIRTH-DATE       PIC X(10).
           10  SCRA-SUBMIT-DATE-X.
               15  SCRA-SUBMIT-DATE      PIC X(10).
           10  SCRA-STATUS           PIC X(1).
               88  SCRA-STATUS-SUBMITTED        VALUE 'S'.
               88  SCRA-STATUS-ACTIVE           VALUE 'A'.
               88  SCRA-STATUS-LEFT-367         VALUE 'L'.
               88  SCRA-STATUS-FUTURE           VALUE 'F'.
               88  SCRA-STATUS-NOT-SERVING      VALUE 'N'.
               88  SCRA-STATUS-NO-MATCH         VALUE 'U'.
               88  SCRA-STATUS-MILITARY         VALUE 'A' 'L' 'F'.
           10  SCRA-RESULT-DATE-X.
               15  SCRA-RESULT-DATE      PIC X(10).
           10  SCRA-SERVICE-START-X.
               15  SCRA-SERVICE-START    PIC X(10).
           10  SCRA-SERVICE-END-X.
               15  SCRA-SERVICE-END      PIC X(10).
           10  SCRA-CERT-ID          PIC X(15).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
