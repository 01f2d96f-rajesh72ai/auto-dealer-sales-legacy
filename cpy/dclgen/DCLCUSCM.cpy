      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.CUSTOMER_COMPLAINT)                      *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLCUSCM))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLCUSTOMER-COMPLAINT)                         *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.CUSTOMER_COMPLAINT TABLE
           ( COMPLAINT_ID     INTEGER NOT NULL,
             DEALER_CODE      CHAR(5) NOT NULL,
             CUSTOMER_ID      INTEGER NOT NULL,
             COMPLAINT_SOURCE CHAR(1) NOT NULL,
             CATEGORY         CHAR(2) NOT NULL,
             DEAL_NUMBER      CHAR(10),
             RO_NUMBER        INTEGER,
             FINANCE_ID       CHAR(12),
             COMPLAINT_DESC   VARCHAR(120) NOT NULL,
             RECEIVED_DATE    DATE NOT NULL,
             OWNER_ID         CHAR(8) NOT NULL,
             RESPONSE_DUE     DATE NOT NULL,
             COMPLAINT_STATUS CHAR(2) NOT NULL,
             RESOLUTION_TEXT  VARCHAR(120),
             GOODWILL_AMT     DECIMAL(9,2) NOT NULL,
             RESOLVED_BY      CHAR(8),
             RESOLVED_DATE    DATE,
             CREATED_BY       CHAR(8) NOT NULL,
             CREATED_TS       TIMESTAMP NOT NULL,
             UPDATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.CUSTOMER_COMPLAINT        *
      ******************************************************************
       01  DCLCUSTOMER-COMPLAINT.
           10 COMPLAINT-ID      PIC S9(9) COMP.
           10 DEALER-CODE       PIC X(5).
           10 CUSTOMER-ID       PIC S9(9) COMP.
           10 COMPLAINT-SOURCE  PIC X(1).
           10 CATEGORY          PIC X(2).
           10 DEAL-NUMBER       PIC X(10).
           10 RO-NUMBER         PIC S9(9) COMP.
           10 FINANCE-ID        PIC X(12).
           10 COMPLAINT-DESC.
              49 COMPLAINT-DESC-LN PIC S9(4) COMP.
              49 COMPLAINT-DESC-TX PIC X(120).
           10 RECEIVED-DATE     PIC X(10).
           10 OWNER-ID          PIC X(8).
           10 RESPONSE-DUE      PIC X(10).
           10 COMPLAINT-STATUS  PIC X(2).
           10 RESOLUTION-TEXT.
              49 RESOLUTION-TEXT-LN PIC S9(4) COMP.
              49 RESOLUTION-TEXT-TX PIC X(120).
           10 GOODWILL-AMT      PIC S9(7)V9(2) COMP-3.
           10 RESOLVED-BY       PIC X(8).
           10 RESOLVED-DATE     PIC X(10).
           10 CREATED-BY        PIC X(8).
           10 CREATED-TS        PIC X(26).
           10 UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 20      *
      ******************************************************************
