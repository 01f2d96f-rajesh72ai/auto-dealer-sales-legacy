      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.EXCEPTION_LINK)                          *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLEXLNK))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLEXCEPTION-LINK)                             *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.EXCEPTION_LINK TABLE
           ( EXCEPTION_ID     INTEGER NOT NULL,
             LINK_SEQ         SMALLINT NOT NULL,
             LINK_TYPE        CHAR(2) NOT NULL,
             LINK_KEY         CHAR(12) NOT NULL,
             CUSTOMER_ID      INTEGER NOT NULL,
             CREATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.EXCEPTION_LINK            *
      ******************************************************************
       01  DCLEXCEPTION-LINK.
           10 EXCEPTION-ID      PIC S9(9) COMP.
           10 LINK-SEQ          PIC S9(4) COMP.
           10 LINK-TYPE         PIC X(2).
           10 LINK-KEY          PIC X(12).
           10 CUSTOMER-ID       PIC S9(9) COMP.
           10 CREATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
