      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.AP_INVOICE)                              *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLAPINV))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLAP-INVOICE)                                 *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.AP_INVOICE TABLE
           ( AP_INVOICE_ID    INTEGER NOT NULL,
             VENDOR_ID        CHAR(8) NOT NULL,
             VENDOR_INV_NUM   CHAR(15) NOT NULL,
             DEALER_CODE      CHAR(5) NOT NULL,
             INVOICE_DATE     DATE NOT NULL,
             DUE_DATE         DATE NOT NULL,
             INVOICE_AMT      DECIMAL(11,2) NOT NULL,
             REF_TYPE         CHAR(2) NOT NULL,
             REF_KEY          CHAR(17) NOT NULL,
             COST_BUCKET      CHAR(2) NOT NULL,
             INVOICE_DESC     VARCHAR(40),
             INV_STATUS       CHAR(2) NOT NULL,
             COST_POSTED      CHAR(1) NOT NULL,
             ENTERED_BY       CHAR(8) NOT NULL,
             APPROVED_BY      CHAR(8),
             APPROVED_TS      TIMESTAMP,
             PAYMENT_ID       INTEGER,
             CREATED_TS       TIMESTAMP NOT NULL,
             UPDATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.AP_INVOICE                *
      ******************************************************************
       01  DCLAP-INVOICE.
           10 AP-INVOICE-ID     PIC S9(9) COMP.
           10 VENDOR-ID         PIC X(8).
           10 VENDOR-INV-NUM    PIC X(15).
           10 DEALER-CODE       PIC X(5).
           10 INVOICE-DATE      PIC X(10).
           10 DUE-DATE          PIC X(10).
           10 INVOICE-AMT       PIC S9(9)V9(2) COMP-3.
           10 REF-TYPE          PIC X(2).
           10 REF-KEY           PIC X(17).
           10 COST-BUCKET       PIC X(2).
           10 INVOICE-DESC.
              49 INVOICE-DESC-LN PIC S9(4) COMP.
              49 INVOICE-DESC-TX PIC X(40).
           10 INV-STATUS        PIC X(2).
           10 COST-POSTED       PIC X(1).
           10 ENTERED-BY        PIC X(8).
           10 APPROVED-BY       PIC X(8).
           10 APPROVED-TS       PIC X(26).
           10 PAYMENT-ID        PIC S9(9) COMP.
           10 CREATED-TS        PIC X(26).
           10 UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 19      *
      ******************************************************************
