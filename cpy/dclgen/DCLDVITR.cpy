      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.DEALER_VIT_RATE)                         *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLDVITR))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLDEALER-VIT-RATE)                            *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.DEALER_VIT_RATE TABLE
           ( DEALER_CODE      CHAR(5) NOT NULL,
             TAX_YEAR         SMALLINT NOT NULL,
             COUNTY_CODE      CHAR(5) NOT NULL,
             COUNTY_NAME      VARCHAR(30) NOT NULL,
             APPRAISAL_DIST   VARCHAR(40) NOT NULL,
             UNIT_TAX_FACTOR  DECIMAL(9,7) NOT NULL,
             UPDATED_BY       CHAR(8) NOT NULL,
             UPDATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.DEALER_VIT_RATE           *
      ******************************************************************
       01  DCLDEALER-VIT-RATE.
           10 DEALER-CODE       PIC X(5).
           10 TAX-YEAR          PIC S9(4) COMP.
           10 COUNTY-CODE       PIC X(5).
           10 COUNTY-NAME.
              49 COUNTY-NAME-LN  PIC S9(4) COMP.
              49 COUNTY-NAME-TX  PIC X(30).
           10 APPRAISAL-DIST.
              49 APPRAISAL-DIST-LN PIC S9(4) COMP.
              49 APPRAISAL-DIST-TX PIC X(40).
           10 UNIT-TAX-FACTOR   PIC S9(2)V9(7) COMP-3.
           10 UPDATED-BY        PIC X(8).
           10 UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
