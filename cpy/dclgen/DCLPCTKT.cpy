      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.PARTS_COUNTER_TICKET)                    *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLPCTKT))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLPARTS-COUNTER-TICKET)                       *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.PARTS_COUNTER_TICKET TABLE
           ( TICKET_NUMBER    INTEGER NOT NULL,
             DEALER_CODE      CHAR(5) NOT NULL,
             SALE_TYPE        CHAR(2) NOT NULL,
             CUSTOMER_ID      INTEGER,
             ACCOUNT_ID       INTEGER,
             TAX_EXEMPT       CHAR(1) NOT NULL,
             RESALE_CERT_NO   VARCHAR(20),
             TICKET_STATUS    CHAR(2) NOT NULL,
             PARTS_AMT        DECIMAL(9,2) NOT NULL,
             TAX_AMT          DECIMAL(9,2) NOT NULL,
             TICKET_AMT       DECIMAL(9,2) NOT NULL,
             TENDER_TYPE      CHAR(2),
             SESSION_ID       INTEGER,
             TICKET_DATE      DATE NOT NULL,
             CREATED_BY       CHAR(8) NOT NULL,
             CREATED_TS       TIMESTAMP NOT NULL,
             UPDATED_TS       TIMESTAMP NOT NULL,
             DEPOSIT_APPLIED  DECIMAL(9,2) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.PARTS_COUNTER_TICKET      *
      ******************************************************************
       01  DCLPARTS-COUNTER-TICKET.
           10 TICKET-NUMBER     PIC S9(9) COMP.
           10 DEALER-CODE       PIC X(5).
           10 SALE-TYPE         PIC X(2).
           10 CUSTOMER-ID       PIC S9(9) COMP.
           10 ACCOUNT-ID        PIC S9(9) COMP.
           10 TAX-EXEMPT        PIC X(1).
           10 RESALE-CERT-NO.
              49 RESALE-CERT-NO-LN PIC S9(4) COMP.
              49 RESALE-CERT-NO-TX PIC X(20).
           10 TICKET-STATUS     PIC X(2).
           10 PARTS-AMT         PIC S9(7)V9(2) COMP-3.
           10 TAX-AMT           PIC S9(7)V9(2) COMP-3.
           10 TICKET-AMT        PIC S9(7)V9(2) COMP-3.
           10 TENDER-TYPE       PIC X(2).
           10 SESSION-ID        PIC S9(9) COMP.
           10 TICKET-DATE       PIC X(10).
           10 CREATED-BY        PIC X(8).
           10 CREATED-TS        PIC X(26).
           10 UPDATED-TS        PIC X(26).
           10 DEPOSIT-APPLIED   PIC S9(7)V9(2) COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 18      *
      ******************************************************************
