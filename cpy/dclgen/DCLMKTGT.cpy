      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.CAMPAIGN_TARGET)                         *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLMKTGT))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLCAMPAIGN-TARGET)                            *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.CAMPAIGN_TARGET TABLE
           ( CAMPAIGN_ID      CHAR(8) NOT NULL,
             CUSTOMER_ID      INTEGER NOT NULL,
             CONTACT_RESULT   CHAR(2) NOT NULL,
             SENT_TS          TIMESTAMP NOT NULL,
             LEAD_ID          INTEGER,
             LEAD_TS          TIMESTAMP,
             RO_NUMBER        INTEGER,
             RO_DATE          DATE,
             DEAL_NUMBER      CHAR(10),
             DEAL_DATE        DATE,
             SOLD_FLAG        CHAR(1) NOT NULL,
             DEAL_GROSS       DECIMAL(11,2)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.CAMPAIGN_TARGET           *
      ******************************************************************
       01  DCLCAMPAIGN-TARGET.
           10 CAMPAIGN-ID       PIC X(8).
           10 CUSTOMER-ID       PIC S9(9) COMP.
           10 CONTACT-RESULT    PIC X(2).
           10 SENT-TS           PIC X(26).
           10 LEAD-ID           PIC S9(9) COMP.
           10 LEAD-TS           PIC X(26).
           10 RO-NUMBER         PIC S9(9) COMP.
           10 RO-DATE           PIC X(10).
           10 DEAL-NUMBER       PIC X(10).
           10 DEAL-DATE         PIC X(10).
           10 SOLD-FLAG         PIC X(1).
           10 DEAL-GROSS        PIC S9(9)V9(2) COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
