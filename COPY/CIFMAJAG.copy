      ******************************************************************
      * DCLGEN TABLE(CIF.MAJORAGE)                                     *
      *        LIBRARY(LMFPROG.APPLDCL.U099027(CIFMAJAG))              *
      *        ACTION(REPLACE)                                         *
      *        LANGUAGE(COBOL)                                         *
      *        QUOTE                                                   *
      * ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING STATEMENTS   *
      ******************************************************************
           EXEC SQL DECLARE CIF.MAJORAGE TABLE
           ( MAJ_STATE                      CHAR(2) NOT NULL,
             MAJ_AGE                        SMALLINT NOT NULL,
             MAJ_EFF_DATE                   DATE NOT NULL,
             MAJ_CITATION                   CHAR(30) NOT NULL
           ) END-EXEC.
      * THE STATE UNIFORM TRANSFERS/GIFTS TO MINORS ACT AGE OF
      * MAJORITY -- THE AGE A CUSTODIAL ACCOUNT MUST PASS TO THE
      * BENEFICIARY -- ONE ROW PER STATE, MAINTAINED WITH LEGAL SO A
      * STATUTE CHANGE IS A ROW UPDATE, NOT A PROGRAM CHANGE.
      * CIFB541 JOINS TO IT ON THE ACCOUNT'S MAILING-ADDRESS STATE;
      * A STATE WITH NO ROW TAKES THE RUN'S DEFAULT AGE.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE CIF.MAJORAGE                       *
      ******************************************************************
       01  CIF-MAJORAGE.
           10 MAJ-STATE            PIC X(2).
           10 MAJ-AGE              PIC S9(4) USAGE COMP.
           10 MAJ-EFF-DATE-X.
              15 MAJ-EFF-DATE      PIC X(10).
           10 MAJ-CITATION         PIC X(30).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
