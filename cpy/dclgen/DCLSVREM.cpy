      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.SERVICE_REMINDER)                        *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLSVREM))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLSERVICE-REMINDER)                           *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.SERVICE_REMINDER TABLE
           ( REMINDER_ID      INTEGER NOT NULL,
             DEALER_CODE      CHAR(5) NOT NULL,
             CUSTOMER_ID      INTEGER NOT NULL,
             VIN              CHAR(17) NOT NULL,
             DEAL_NUMBER      CHAR(10) NOT NULL,
             DUE_REASON       CHAR(1) NOT NULL,
             BASE_SOURCE      CHAR(2) NOT NULL,
             BASE_DATE        DATE NOT NULL,
             BASE_ODOMETER    INTEGER NOT NULL,
             DAILY_MILES      DECIMAL(7,2) NOT NULL,
             EST_ODOMETER     INTEGER NOT NULL,
             DUE_ODOMETER     INTEGER NOT NULL,
             CONTACT_CHANNEL  CHAR(1) NOT NULL,
             CONTACT_RESULT   CHAR(2) NOT NULL,
             SENT_DATE        DATE NOT NULL,
             REMINDER_STATUS  CHAR(2) NOT NULL,
             RESPONSE_RO      INTEGER,
             RESPONSE_DATE    DATE,
             CREATED_TS       TIMESTAMP NOT NULL,
             UPDATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.SERVICE_REMINDER          *
      ******************************************************************
       01  DCLSERVICE-REMINDER.
           10 REMINDER-ID       PIC S9(9) COMP.
           10 DEALER-CODE       PIC X(5).
           10 CUSTOMER-ID       PIC S9(9) COMP.
           10 VIN               PIC X(17).
           10 DEAL-NUMBER       PIC X(10).
           10 DUE-REASON        PIC X(1).
           10 BASE-SOURCE       PIC X(2).
           10 BASE-DATE         PIC X(10).
           10 BASE-ODOMETER     PIC S9(9) COMP.
           10 DAILY-MILES       PIC S9(5)V9(2) COMP-3.
           10 EST-ODOMETER      PIC S9(9) COMP.
           10 DUE-ODOMETER      PIC S9(9) COMP.
           10 CONTACT-CHANNEL   PIC X(1).
           10 CONTACT-RESULT    PIC X(2).
           10 SENT-DATE         PIC X(10).
           10 REMINDER-STATUS   PIC X(2).
           10 RESPONSE-RO       PIC S9(9) COMP.
           10 RESPONSE-DATE     PIC X(10).
           10 CREATED-TS        PIC X(26).
           10 UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 20      *
      ******************************************************************
