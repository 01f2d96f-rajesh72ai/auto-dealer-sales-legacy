      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.SERVICE_PAYMENT)                       *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLSVPAY))                   *
      *       ACTION(REPLACE)                                        *
      *       LANGUAGE(COBOL)                                        *
      *       STRUCTURE(DCLSERVICE-PAYMENT)                           *
      *       APTS(YES)                                              *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING      *
      *       STATEMENTS.                                            *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.SERVICE_PAYMENT TABLE
           ( PAYMENT_ID       INTEGER NOT NULL,
             RO_NUMBER        INTEGER NOT NULL,
             DEALER_CODE      CHAR(5) NOT NULL,
             TENDER_TYPE      CHAR(2) NOT NULL,
             PAYMENT_AMT      DECIMAL(9,2) NOT NULL,
             SESSION_ID       INTEGER,
             CASHIER_ID       CHAR(8) NOT NULL,
             PAYMENT_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.SERVICE_PAYMENT         *
      ******************************************************************
       01  DCLSERVICE-PAYMENT.
           10 PAYMENT-ID        PIC S9(9) COMP.
           10 RO-NUMBER         PIC S9(9) COMP.
           10 DEALER-CODE       PIC X(5).
           10 TENDER-TYPE       PIC X(2).
           10 PAYMENT-AMT       PIC S9(7)V9(2) COMP-3.
           10 SESSION-ID        PIC S9(9) COMP.
           10 CASHIER-ID        PIC X(8).
           10 PAYMENT-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8      *
      ******************************************************************
