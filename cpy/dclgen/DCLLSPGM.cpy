      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.LEASE_PROGRAM)                         *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLLSPGM))                   *
      *       ACTION(REPLACE)                                        *
      *       LANGUAGE(COBOL)                                        *
      *       STRUCTURE(DCLLEASE-PROGRAM)                              *
      *       APTS(YES)                                              *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING      *
      *       STATEMENTS.                                            *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.LEASE_PROGRAM TABLE
           ( LENDER_CODE      CHAR(5) NOT NULL,
             MODEL_YEAR       SMALLINT NOT NULL,
             MAKE_CODE        CHAR(3) NOT NULL,
             MODEL_CODE       CHAR(6) NOT NULL,
             TERM_MONTHS      SMALLINT NOT NULL,
             ANNUAL_MILES     INTEGER NOT NULL,
             EFFECTIVE_DATE   DATE NOT NULL,
             EXPIRY_DATE      DATE,
             RESIDUAL_PCT     DECIMAL(5,2) NOT NULL,
             MF_TIER_A        DECIMAL(7,6) NOT NULL,
             MF_TIER_B        DECIMAL(7,6) NOT NULL,
             MF_TIER_C        DECIMAL(7,6) NOT NULL,
             MF_TIER_D        DECIMAL(7,6) NOT NULL,
             MF_TIER_E        DECIMAL(7,6) NOT NULL,
             LOADED_TS        TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.LEASE_PROGRAM           *
      ******************************************************************
       01  DCLLEASE-PROGRAM.
           10 LENDER-CODE       PIC X(5).
           10 MODEL-YEAR        PIC S9(4) COMP.
           10 MAKE-CODE         PIC X(3).
           10 MODEL-CODE        PIC X(6).
           10 TERM-MONTHS       PIC S9(4) COMP.
           10 ANNUAL-MILES      PIC S9(9) COMP.
           10 EFFECTIVE-DATE    PIC X(10).
           10 EXPIRY-DATE       PIC X(10).
           10 RESIDUAL-PCT      PIC S9(3)V9(2) COMP-3.
           10 MF-TIER-A         PIC S9(1)V9(6) COMP-3.
           10 MF-TIER-B         PIC S9(1)V9(6) COMP-3.
           10 MF-TIER-C         PIC S9(1)V9(6) COMP-3.
           10 MF-TIER-D         PIC S9(1)V9(6) COMP-3.
           10 MF-TIER-E         PIC S9(1)V9(6) COMP-3.
           10 LOADED-TS         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15     *
      ******************************************************************
