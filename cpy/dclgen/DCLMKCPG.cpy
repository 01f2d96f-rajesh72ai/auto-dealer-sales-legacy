      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.MKT_CAMPAIGN)                            *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLMKCPG))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLMKT-CAMPAIGN)                               *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.MKT_CAMPAIGN TABLE
           ( CAMPAIGN_ID      CHAR(8) NOT NULL,
             DEALER_CODE      CHAR(5) NOT NULL,
             CAMPAIGN_NAME    CHAR(40) NOT NULL,
             CHANNEL          CHAR(1) NOT NULL,
             CAMPAIGN_COST    DECIMAL(9,2) NOT NULL,
             START_DATE       DATE NOT NULL,
             END_DATE         DATE NOT NULL,
             RESPONSE_DAYS    SMALLINT NOT NULL,
             CAMPAIGN_STATUS  CHAR(2) NOT NULL,
             AUD_STATE        CHAR(2) NOT NULL,
             AUD_CUST_TYPE    CHAR(1) NOT NULL,
             AUD_PURCH_MIN_MO SMALLINT NOT NULL,
             AUD_PURCH_MAX_MO SMALLINT NOT NULL,
             AUD_LEASE_DAYS   SMALLINT NOT NULL,
             AUD_WARR_DAYS    SMALLINT NOT NULL,
             AUD_HH_ONE       CHAR(1) NOT NULL,
             TARGET_COUNT     INTEGER NOT NULL,
             SENT_COUNT       INTEGER NOT NULL,
             SUPPRESS_COUNT   INTEGER NOT NULL,
             SENT_TS          TIMESTAMP,
             CREATED_BY       CHAR(8) NOT NULL,
             CREATED_TS       TIMESTAMP NOT NULL,
             UPDATED_BY       CHAR(8) NOT NULL,
             UPDATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.MKT_CAMPAIGN              *
      ******************************************************************
       01  DCLMKT-CAMPAIGN.
           10 CAMPAIGN-ID       PIC X(8).
           10 DEALER-CODE       PIC X(5).
           10 CAMPAIGN-NAME     PIC X(40).
           10 CHANNEL           PIC X(1).
           10 CAMPAIGN-COST     PIC S9(7)V9(2) COMP-3.
           10 START-DATE        PIC X(10).
           10 END-DATE          PIC X(10).
           10 RESPONSE-DAYS     PIC S9(4) COMP.
           10 CAMPAIGN-STATUS   PIC X(2).
           10 AUD-STATE         PIC X(2).
           10 AUD-CUST-TYPE     PIC X(1).
           10 AUD-PURCH-MIN-MO  PIC S9(4) COMP.
           10 AUD-PURCH-MAX-MO  PIC S9(4) COMP.
           10 AUD-LEASE-DAYS    PIC S9(4) COMP.
           10 AUD-WARR-DAYS     PIC S9(4) COMP.
           10 AUD-HH-ONE        PIC X(1).
           10 TARGET-COUNT      PIC S9(9) COMP.
           10 SENT-COUNT        PIC S9(9) COMP.
           10 SUPPRESS-COUNT    PIC S9(9) COMP.
           10 SENT-TS           PIC X(26).
           10 CREATED-BY        PIC X(8).
           10 CREATED-TS        PIC X(26).
           10 UPDATED-BY        PIC X(8).
           10 UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 24      *
      ******************************************************************
