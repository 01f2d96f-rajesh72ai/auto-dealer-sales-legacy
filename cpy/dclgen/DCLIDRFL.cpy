      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.ID_RED_FLAG)                             *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLIDRFL))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLID-RED-FLAG)                                *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.ID_RED_FLAG TABLE
           ( CREDIT_ID        INTEGER NOT NULL,
             CUSTOMER_ID      INTEGER NOT NULL,
             BUREAU_CODE      CHAR(2) NOT NULL,
             FRAUD_ALERT      CHAR(1) NOT NULL,
             ACTIVE_DUTY      CHAR(1) NOT NULL,
             ADDR_MISMATCH    CHAR(1) NOT NULL,
             FLAG_STATUS      CHAR(2) NOT NULL,
             ID_TYPE          CHAR(2),
             ID_NUMBER        CHAR(20),
             VERIFIED_BY      CHAR(8),
             RESOLUTION       VARCHAR(100),
             VERIFIED_TS      TIMESTAMP,
             DETECTED_TS      TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.ID_RED_FLAG               *
      ******************************************************************
       01  DCLID-RED-FLAG.
           10 CREDIT-ID         PIC S9(9) COMP.
           10 CUSTOMER-ID       PIC S9(9) COMP.
           10 BUREAU-CODE       PIC X(2).
           10 FRAUD-ALERT       PIC X(1).
           10 ACTIVE-DUTY       PIC X(1).
           10 ADDR-MISMATCH     PIC X(1).
           10 FLAG-STATUS       PIC X(2).
           10 ID-TYPE           PIC X(2).
           10 ID-NUMBER         PIC X(20).
           10 VERIFIED-BY       PIC X(8).
           10 RESOLUTION.
              49 RESOLUTION-LN   PIC S9(4) COMP.
              49 RESOLUTION-TX   PIC X(100).
           10 VERIFIED-TS       PIC X(26).
           10 DETECTED-TS       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
