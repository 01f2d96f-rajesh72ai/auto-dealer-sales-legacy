      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.SOD_CONFLICT)                            *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLSODCF))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLSOD-CONFLICT)                               *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.SOD_CONFLICT TABLE
           ( FUNCTION_CODE_1  CHAR(8) NOT NULL,
             FUNCTION_CODE_2  CHAR(8) NOT NULL,
             RULE_ACTION      CHAR(1) NOT NULL,
             RULE_DESC        VARCHAR(60) NOT NULL,
             ACTIVE_FLAG      CHAR(1) NOT NULL,
             UPDATED_BY       CHAR(8) NOT NULL,
             UPDATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.SOD_CONFLICT              *
      ******************************************************************
       01  DCLSOD-CONFLICT.
           10 FUNCTION-CODE-1   PIC X(8).
           10 FUNCTION-CODE-2   PIC X(8).
           10 RULE-ACTION       PIC X(1).
           10 RULE-DESC.
              49 RULE-DESC-LN    PIC S9(4) COMP.
              49 RULE-DESC-TX    PIC X(60).
           10 ACTIVE-FLAG       PIC X(1).
           10 UPDATED-BY        PIC X(8).
           10 UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
