      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.PARTS_PURCH_ORDER)                       *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLPRTPO))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLPARTS-PURCH-ORDER)                          *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.PARTS_PURCH_ORDER TABLE
           ( PO_NUMBER        INTEGER NOT NULL,
             DEALER_CODE      CHAR(5) NOT NULL,
             SUPPLIER_CODE    CHAR(8) NOT NULL,
             PO_STATUS        CHAR(2) NOT NULL,
             ORDER_DATE       DATE NOT NULL,
             SUPPLIER_REF     VARCHAR(20),
             CREATED_BY       CHAR(8) NOT NULL,
             CREATED_TS       TIMESTAMP NOT NULL,
             UPDATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.PARTS_PURCH_ORDER         *
      ******************************************************************
       01  DCLPARTS-PURCH-ORDER.
           10 PO-NUMBER         PIC S9(9) COMP.
           10 DEALER-CODE       PIC X(5).
           10 SUPPLIER-CODE     PIC X(8).
           10 PO-STATUS         PIC X(2).
           10 ORDER-DATE        PIC X(10).
           10 SUPPLIER-REF.
              49 SUPPLIER-REF-LN PIC S9(4) COMP.
              49 SUPPLIER-REF-TX PIC X(20).
           10 CREATED-BY        PIC X(8).
           10 CREATED-TS        PIC X(26).
           10 UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
