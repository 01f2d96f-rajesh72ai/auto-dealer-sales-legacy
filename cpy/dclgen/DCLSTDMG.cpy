      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.STATE_DAMAGE_RULE)                       *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLSTDMG))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLSTATE-DAMAGE-RULE)                          *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.STATE_DAMAGE_RULE TABLE
           ( STATE_CODE       CHAR(2) NOT NULL,
             DISCLOSE_PCT     DECIMAL(5,2) NOT NULL,
             UPDATED_BY       CHAR(8) NOT NULL,
             UPDATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.STATE_DAMAGE_RULE         *
      ******************************************************************
       01  DCLSTATE-DAMAGE-RULE.
           10 STATE-CODE        PIC X(2).
           10 DISCLOSE-PCT      PIC S9(3)V9(2) COMP-3.
           10 UPDATED-BY        PIC X(8).
           10 UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 4       *
      ******************************************************************
