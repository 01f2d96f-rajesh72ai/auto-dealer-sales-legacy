      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.AP_VENDOR)                               *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLAPVND))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLAP-VENDOR)                                  *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.AP_VENDOR TABLE
           ( VENDOR_ID        CHAR(8) NOT NULL,
             VENDOR_NAME      VARCHAR(40) NOT NULL,
             VENDOR_TYPE      CHAR(2) NOT NULL,
             TAX_ID           CHAR(9) NOT NULL,
             TAX_ID_TYPE      CHAR(1) NOT NULL,
             FLAG_1099        CHAR(1) NOT NULL,
             PAY_METHOD       CHAR(2) NOT NULL,
             BANK_ROUTING     CHAR(9),
             BANK_ACCOUNT     CHAR(17),
             ADDRESS_LINE1    VARCHAR(50) NOT NULL,
             CITY             VARCHAR(30) NOT NULL,
             STATE_CODE       CHAR(2) NOT NULL,
             ZIP_CODE         CHAR(10) NOT NULL,
             TERMS_DAYS       SMALLINT NOT NULL,
             ACTIVE_FLAG      CHAR(1) NOT NULL,
             UPDATED_BY       CHAR(8) NOT NULL,
             UPDATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.AP_VENDOR                 *
      ******************************************************************
       01  DCLAP-VENDOR.
           10 VENDOR-ID         PIC X(8).
           10 VENDOR-NAME.
              49 VENDOR-NAME-LN PIC S9(4) COMP.
              49 VENDOR-NAME-TX PIC X(40).
           10 VENDOR-TYPE       PIC X(2).
           10 TAX-ID            PIC X(9).
           10 TAX-ID-TYPE       PIC X(1).
           10 FLAG-1099         PIC X(1).
           10 PAY-METHOD        PIC X(2).
           10 BANK-ROUTING      PIC X(9).
           10 BANK-ACCOUNT      PIC X(17).
           10 ADDRESS-LINE1.
              49 ADDRESS-LINE1-LN PIC S9(4) COMP.
              49 ADDRESS-LINE1-TX PIC X(50).
           10 CITY.
              49 CITY-LN        PIC S9(4) COMP.
              49 CITY-TX        PIC X(30).
           10 STATE-CODE        PIC X(2).
           10 ZIP-CODE          PIC X(10).
           10 TERMS-DAYS        PIC S9(4) COMP.
           10 ACTIVE-FLAG       PIC X(1).
           10 UPDATED-BY        PIC X(8).
           10 UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************
