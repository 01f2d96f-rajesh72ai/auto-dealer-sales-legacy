      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.AUDIT_CHAIN)                             *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLAUDCH))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLAUDIT-CHAIN)                                *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.AUDIT_CHAIN TABLE
           ( CHAIN_ID         CHAR(8) NOT NULL,
             LAST_SEQ         INTEGER NOT NULL,
             LAST_HASH        CHAR(32) NOT NULL,
             PURGE_SEQ        INTEGER NOT NULL,
             PURGE_HASH       CHAR(32) NOT NULL,
             UPDATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.AUDIT_CHAIN               *
      ******************************************************************
       01  DCLAUDIT-CHAIN.
           10 CHAIN-ID          PIC X(8).
           10 LAST-SEQ          PIC S9(9) COMP.
           10 LAST-HASH         PIC X(32).
           10 PURGE-SEQ         PIC S9(9) COMP.
           10 PURGE-HASH        PIC X(32).
           10 UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
