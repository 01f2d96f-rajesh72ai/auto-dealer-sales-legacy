      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.PII_READ_LOG)                            *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLPIIRL))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLPII-READ-LOG)                               *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.PII_READ_LOG TABLE
           ( READ_LOG_ID      INTEGER NOT NULL,
             USER_ID          CHAR(8) NOT NULL,
             SOURCE_PGM       CHAR(8) NOT NULL,
             CUSTOMER_ID      INTEGER NOT NULL,
             FIELDS_SHOWN     CHAR(20) NOT NULL,
             USER_DEALER      CHAR(5) NOT NULL,
             CUST_DEALER      CHAR(5) NOT NULL,
             READ_TS          TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.PII_READ_LOG              *
      ******************************************************************
       01  DCLPII-READ-LOG.
           10 READ-LOG-ID       PIC S9(9) COMP.
           10 USER-ID           PIC X(8).
           10 SOURCE-PGM        PIC X(8).
           10 CUSTOMER-ID       PIC S9(9) COMP.
           10 FIELDS-SHOWN      PIC X(20).
           10 USER-DEALER       PIC X(5).
           10 CUST-DEALER       PIC X(5).
           10 READ-TS           PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
