      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.REPORT_CATALOG)                          *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLRPTCT))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLREPORT-CATALOG)                             *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.REPORT_CATALOG TABLE
           ( REPORT_ID        CHAR(8) NOT NULL,
             REPORT_TITLE     VARCHAR(40) NOT NULL,
             AUTH_FUNCTION    CHAR(8) NOT NULL,
             DEALER_PARM      CHAR(1) NOT NULL,
             DATE_PARM        CHAR(1) NOT NULL,
             MAX_RANGE_DAYS   SMALLINT NOT NULL,
             RUN_WINDOW       CHAR(1) NOT NULL,
             ACTIVE_FLAG      CHAR(1) NOT NULL,
             UPDATED_BY       CHAR(8) NOT NULL,
             UPDATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.REPORT_CATALOG            *
      ******************************************************************
       01  DCLREPORT-CATALOG.
           10 REPORT-ID         PIC X(8).
           10 REPORT-TITLE.
              49 REPORT-TITLE-LN PIC S9(4) COMP.
              49 REPORT-TITLE-TX PIC X(40).
           10 AUTH-FUNCTION     PIC X(8).
           10 DEALER-PARM       PIC X(1).
           10 DATE-PARM         PIC X(1).
           10 MAX-RANGE-DAYS    PIC S9(4) COMP.
           10 RUN-WINDOW        PIC X(1).
           10 ACTIVE-FLAG       PIC X(1).
           10 UPDATED-BY        PIC X(8).
           10 UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
