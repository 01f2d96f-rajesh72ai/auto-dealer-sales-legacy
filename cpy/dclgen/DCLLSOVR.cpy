      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.LEASE_RATE_OVERRIDE)                   *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLLSOVR))                   *
      *       ACTION(REPLACE)                                        *
      *       LANGUAGE(COBOL)                                        *
      *       STRUCTURE(DCLLEASE-RATE-OVERRIDE)                        *
      *       APTS(YES)                                              *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING      *
      *       STATEMENTS.                                            *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.LEASE_RATE_OVERRIDE TABLE
           ( DEAL_NUMBER      CHAR(10) NOT NULL,
             OVERRIDE_TS      TIMESTAMP NOT NULL,
             SOURCE_PROGRAM   CHAR(8) NOT NULL,
             SCENARIO_SEQ     SMALLINT NOT NULL,
             LENDER_CODE      CHAR(5) NOT NULL,
             CREDIT_TIER      CHAR(1) NOT NULL,
             TERM_MONTHS      SMALLINT NOT NULL,
             ANNUAL_MILES     INTEGER NOT NULL,
             PGM_EFFECTIVE_DT DATE NOT NULL,
             PGM_RESIDUAL_PCT DECIMAL(5,2) NOT NULL,
             KEYED_RESIDUAL   DECIMAL(5,2) NOT NULL,
             PGM_MONEY_FACTOR DECIMAL(7,6) NOT NULL,
             KEYED_MONEY_FCTR DECIMAL(7,6) NOT NULL,
             OVERRIDE_USER    CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.LEASE_RATE_OVERRIDE     *
      ******************************************************************
       01  DCLLEASE-RATE-OVERRIDE.
           10 DEAL-NUMBER       PIC X(10).
           10 OVERRIDE-TS       PIC X(26).
           10 SOURCE-PROGRAM    PIC X(8).
           10 SCENARIO-SEQ      PIC S9(4) COMP.
           10 LENDER-CODE       PIC X(5).
           10 CREDIT-TIER       PIC X(1).
           10 TERM-MONTHS       PIC S9(4) COMP.
           10 ANNUAL-MILES      PIC S9(9) COMP.
           10 PGM-EFFECTIVE-DT  PIC X(10).
           10 PGM-RESIDUAL-PCT  PIC S9(3)V9(2) COMP-3.
           10 KEYED-RESIDUAL    PIC S9(3)V9(2) COMP-3.
           10 PGM-MONEY-FACTOR  PIC S9(1)V9(6) COMP-3.
           10 KEYED-MONEY-FCTR  PIC S9(1)V9(6) COMP-3.
           10 OVERRIDE-USER     PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14     *
      ******************************************************************
