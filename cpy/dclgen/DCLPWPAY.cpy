      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.PARTS_ACCT_PAYMENT)                      *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLPWPAY))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLPARTS-ACCT-PAYMENT)                         *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.PARTS_ACCT_PAYMENT TABLE
           ( PAYMENT_ID       INTEGER NOT NULL,
             ACCOUNT_ID       INTEGER NOT NULL,
             DEALER_CODE      CHAR(5) NOT NULL,
             TENDER_TYPE      CHAR(2) NOT NULL,
             PAYMENT_AMT      DECIMAL(9,2) NOT NULL,
             SESSION_ID       INTEGER,
             CASHIER_ID       CHAR(8) NOT NULL,
             PAYMENT_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.PARTS_ACCT_PAYMENT        *
      ******************************************************************
       01  DCLPARTS-ACCT-PAYMENT.
           10 PAYMENT-ID        PIC S9(9) COMP.
           10 ACCOUNT-ID        PIC S9(9) COMP.
           10 DEALER-CODE       PIC X(5).
           10 TENDER-TYPE       PIC X(2).
           10 PAYMENT-AMT       PIC S9(7)V9(2) COMP-3.
           10 SESSION-ID        PIC S9(9) COMP.
           10 CASHIER-ID        PIC X(8).
           10 PAYMENT-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
