      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.SALES_SHIFT)                             *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLSLSHF))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLSALES-SHIFT)                                *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.SALES_SHIFT TABLE
           ( DEALER_CODE      CHAR(5) NOT NULL,
             USER_ID          CHAR(8) NOT NULL,
             SHIFT_DATE       DATE NOT NULL,
             SHIFT_TYPE       CHAR(2) NOT NULL,
             START_HOUR       SMALLINT NOT NULL,
             END_HOUR         SMALLINT NOT NULL,
             UPDATED_BY       CHAR(8) NOT NULL,
             UPDATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.SALES_SHIFT               *
      ******************************************************************
       01  DCLSALES-SHIFT.
           10 DEALER-CODE       PIC X(5).
           10 USER-ID           PIC X(8).
           10 SHIFT-DATE        PIC X(10).
           10 SHIFT-TYPE        PIC X(2).
           10 START-HOUR        PIC S9(4) COMP.
           10 END-HOUR          PIC S9(4) COMP.
           10 UPDATED-BY        PIC X(8).
           10 UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
