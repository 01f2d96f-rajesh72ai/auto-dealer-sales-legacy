      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.PASSWORD_HISTORY)                        *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLPWHST))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLPASSWORD-HISTORY)                           *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.PASSWORD_HISTORY TABLE
           ( USER_ID          CHAR(8) NOT NULL,
             CHANGED_TS       TIMESTAMP NOT NULL,
             PASSWORD_HASH    CHAR(64) NOT NULL,
             CHANGED_BY       CHAR(8) NOT NULL,
             CHANGE_TYPE      CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.PASSWORD_HISTORY          *
      ******************************************************************
       01  DCLPASSWORD-HISTORY.
           10 USER-ID           PIC X(8).
           10 CHANGED-TS        PIC X(26).
           10 PASSWORD-HASH     PIC X(64).
           10 CHANGED-BY        PIC X(8).
           10 CHANGE-TYPE       PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 5       *
      ******************************************************************
