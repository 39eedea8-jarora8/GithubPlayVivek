      * EXCEPTIONS, THE KITING (DSDSB527) AND STRUCTURING (DSDSB528)
      * ANALYTICS -- BECOMES A CASE THROUGH DSDSB529, WHICH ALSO
      * COMPUTES THE BUSINESS-DAY DEADLINE CLOCK THROUGH ADMU503.
      * THE ELDER-EXPLOITATION SCORER (DSDSB539) OPENS ITS OWN CASES
      * THE SAME WAY UNDER CASE SOURCE DSDSB539, ONE PER CUSTOMER.
      * CASE-SOURCE PLUS CASE-ALERT-KEY LINK THE CASE BACK TO ITS
      * SOURCE ALERT.  STATUS O = OPEN, W = WORKING, C = CLOSED,
      * E = ESCALATED, S = SAR FILED.  DSDSO502 IS THE ANALYST
