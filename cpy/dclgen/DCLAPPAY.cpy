      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.AP_PAYMENT)                              *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLAPPAY))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLAP-PAYMENT)                                 *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.AP_PAYMENT TABLE
           ( PAYMENT_ID       INTEGER NOT NULL,
             VENDOR_ID        CHAR(8) NOT NULL,
             DEALER_CODE      CHAR(5) NOT NULL,
             PAY_METHOD       CHAR(2) NOT NULL,
             CHECK_NUMBER     CHAR(10) NOT NULL,
             PAY_DATE         DATE NOT NULL,
             PAY_AMT          DECIMAL(11,2) NOT NULL,
             INVOICE_COUNT    SMALLINT NOT NULL,
             PAY_STATUS       CHAR(2) NOT NULL,
             CREATED_BY       CHAR(8) NOT NULL,
             CREATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.AP_PAYMENT                *
      ******************************************************************
       01  DCLAP-PAYMENT.
           10 PAYMENT-ID        PIC S9(9) COMP.
           10 VENDOR-ID         PIC X(8).
           10 DEALER-CODE       PIC X(5).
           10 PAY-METHOD        PIC X(2).
           10 CHECK-NUMBER      PIC X(10).
           10 PAY-DATE          PIC X(10).
           10 PAY-AMT           PIC S9(9)V9(2) COMP-3.
           10 INVOICE-COUNT     PIC S9(4) COMP.
           10 PAY-STATUS        PIC X(2).
           10 CREATED-BY        PIC X(8).
           10 CREATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
