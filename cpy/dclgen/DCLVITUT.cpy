      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.VIT_UNIT_TAX)                            *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLVITUT))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLVIT-UNIT-TAX)                               *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.VIT_UNIT_TAX TABLE
           ( DEAL_NUMBER      CHAR(10) NOT NULL,
             ENTRY_TYPE       CHAR(1) NOT NULL,
             STMT_MONTH       CHAR(7) NOT NULL,
             DEALER_CODE      CHAR(5) NOT NULL,
             COUNTY_CODE      CHAR(5) NOT NULL,
             VIN              CHAR(17) NOT NULL,
             SALE_DATE        DATE NOT NULL,
             SALES_PRICE      DECIMAL(11,2) NOT NULL,
             UNIT_TAX_FACTOR  DECIMAL(9,7) NOT NULL,
             UNIT_TAX         DECIMAL(9,2) NOT NULL,
             CREATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.VIT_UNIT_TAX              *
      ******************************************************************
       01  DCLVIT-UNIT-TAX.
           10 DEAL-NUMBER       PIC X(10).
           10 ENTRY-TYPE        PIC X(1).
           10 STMT-MONTH        PIC X(7).
           10 DEALER-CODE       PIC X(5).
           10 COUNTY-CODE       PIC X(5).
           10 VIN               PIC X(17).
           10 SALE-DATE         PIC X(10).
           10 SALES-PRICE       PIC S9(9)V9(2) COMP-3.
           10 UNIT-TAX-FACTOR   PIC S9(2)V9(7) COMP-3.
           10 UNIT-TAX          PIC S9(7)V9(2) COMP-3.
           10 CREATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
