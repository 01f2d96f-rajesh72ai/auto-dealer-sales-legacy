      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.SOD_EXCEPTION)                           *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLSODEX))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLSOD-EXCEPTION)                              *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.SOD_EXCEPTION TABLE
           ( USER_ID          CHAR(8) NOT NULL,
             FUNCTION_CODE_1  CHAR(8) NOT NULL,
             FUNCTION_CODE_2  CHAR(8) NOT NULL,
             REASON           VARCHAR(60) NOT NULL,
             APPROVED_BY      CHAR(8) NOT NULL,
             APPROVED_TS      TIMESTAMP NOT NULL,
             EXPIRY_DATE      DATE NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.SOD_EXCEPTION             *
      ******************************************************************
       01  DCLSOD-EXCEPTION.
           10 USER-ID           PIC X(8).
           10 FUNCTION-CODE-1   PIC X(8).
           10 FUNCTION-CODE-2   PIC X(8).
           10 REASON.
              49 REASON-LN       PIC S9(4) COMP.
              49 REASON-TX       PIC X(60).
           10 APPROVED-BY       PIC X(8).
           10 APPROVED-TS       PIC X(26).
           10 EXPIRY-DATE       PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
