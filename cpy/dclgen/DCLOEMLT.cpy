      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.OEM_LABOR_TIME)                          *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLOEMLT))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLOEM-LABOR-TIME)                             *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.OEM_LABOR_TIME TABLE
           ( MAKE_CODE        CHAR(3) NOT NULL,
             MODEL_CODE       CHAR(6) NOT NULL,
             MODEL_YEAR       SMALLINT NOT NULL,
             LABOR_OP_CODE    CHAR(8) NOT NULL,
             ALLOWED_HOURS    DECIMAL(5,2) NOT NULL,
             OP_DESC          VARCHAR(40),
             LOADED_TS        TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.OEM_LABOR_TIME            *
      ******************************************************************
       01  DCLOEM-LABOR-TIME.
           10 MAKE-CODE         PIC X(3).
           10 MODEL-CODE        PIC X(6).
           10 MODEL-YEAR        PIC S9(4) COMP.
           10 LABOR-OP-CODE     PIC X(8).
           10 ALLOWED-HOURS     PIC S9(3)V9(2) COMP-3.
           10 OP-DESC.
              49 OP-DESC-LN     PIC S9(4) COMP.
              49 OP-DESC-TX     PIC X(40).
           10 LOADED-TS         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
