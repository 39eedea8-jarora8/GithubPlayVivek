000130* ONE RECORD PER TOKEN ACTION THIS SHOP ASKS THE NETWORK TO     *
000140* TAKE -- TODAY ONLY 'S' (SUSPEND), EMITTED BY ACMB501 WHEN A  *
000150* PIN-TRY HOT-CARD KILLS A PAN AND BY ACMB508 WHEN A CAMS      *
000160* REISSUE RETIRES ONE; DSDSB540 ALSO SUSPENDS A TOKEN ADDED    *
000165* JUST AFTER A CONTACT CHANGE.  THE VAULT ROW (ACM.TOKENXRF)   *
000167* IS MOVED TO STATUS S WHEN THE REQUEST IS WRITTEN; THE       *
000180* NETWORK'S LIFECYCLE FILE (ACMB515) CONFIRMS OR DELETES IT     *
000185* LATER.                                                         *
000190*                                                                *
000200* COPY UNDER AN 01 IN THE FD.  RECORD LENGTH IS 80 BYTES.       *
000210******************************************************************
