      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.PARTS_WHSL_ACCOUNT)                      *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLPWACT))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLPARTS-WHSL-ACCOUNT)                         *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.PARTS_WHSL_ACCOUNT TABLE
           ( ACCOUNT_ID       INTEGER NOT NULL,
             DEALER_CODE      CHAR(5) NOT NULL,
             ACCOUNT_NAME     VARCHAR(40) NOT NULL,
             ADDRESS_LINE1    VARCHAR(50) NOT NULL,
             CITY             VARCHAR(30) NOT NULL,
             STATE_CODE       CHAR(2) NOT NULL,
             ZIP_CODE         CHAR(10) NOT NULL,
             DISCOUNT_PCT     DECIMAL(5,2) NOT NULL,
             CREDIT_LIMIT     DECIMAL(9,2) NOT NULL,
             BALANCE          DECIMAL(11,2) NOT NULL,
             RESALE_CERT_NO   VARCHAR(20),
             CERT_ON_FILE     CHAR(1) NOT NULL,
             CERT_EXPIRY      DATE,
             ACTIVE_FLAG      CHAR(1) NOT NULL,
             UPDATED_BY       CHAR(8) NOT NULL,
             UPDATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.PARTS_WHSL_ACCOUNT        *
      ******************************************************************
       01  DCLPARTS-WHSL-ACCOUNT.
           10 ACCOUNT-ID        PIC S9(9) COMP.
           10 DEALER-CODE       PIC X(5).
           10 ACCOUNT-NAME.
              49 ACCOUNT-NAME-LN PIC S9(4) COMP.
              49 ACCOUNT-NAME-TX PIC X(40).
           10 ADDRESS-LINE1.
              49 ADDRESS-LINE1-LN PIC S9(4) COMP.
              49 ADDRESS-LINE1-TX PIC X(50).
           10 CITY.
              49 CITY-LN        PIC S9(4) COMP.
              49 CITY-TX        PIC X(30).
           10 STATE-CODE        PIC X(2).
           10 ZIP-CODE          PIC X(10).
           10 DISCOUNT-PCT      PIC S9(3)V9(2) COMP-3.
           10 CREDIT-LIMIT      PIC S9(7)V9(2) COMP-3.
           10 BALANCE           PIC S9(9)V9(2) COMP-3.
           10 RESALE-CERT-NO.
              49 RESALE-CERT-NO-LN PIC S9(4) COMP.
              49 RESALE-CERT-NO-TX PIC X(20).
           10 CERT-ON-FILE      PIC X(1).
           10 CERT-EXPIRY       PIC X(10).
           10 ACTIVE-FLAG       PIC X(1).
           10 UPDATED-BY        PIC X(8).
           10 UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
