      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.PARTS_SPECIAL_ORDER)                     *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLPSORD))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLPARTS-SPECIAL-ORDER)                        *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.PARTS_SPECIAL_ORDER TABLE
           ( SPECIAL_ORDER_ID INTEGER NOT NULL,
             DEALER_CODE      CHAR(5) NOT NULL,
             CUSTOMER_ID      INTEGER NOT NULL,
             RO_NUMBER        INTEGER,
             PART_NUMBER      CHAR(15) NOT NULL,
             QUANTITY         INTEGER NOT NULL,
             UNIT_PRICE       DECIMAL(9,2) NOT NULL,
             PO_NUMBER        INTEGER,
             ORDER_STATUS     CHAR(2) NOT NULL,
             DEPOSIT_AMT      DECIMAL(9,2) NOT NULL,
             DEPOSIT_METHOD   CHAR(2),
             RECEIPT_NUMBER   CHAR(10),
             DEP_SESSION_ID   INTEGER,
             DEPOSIT_STATUS   CHAR(2) NOT NULL,
             REFUND_AMT       DECIMAL(9,2) NOT NULL,
             RFD_SESSION_ID   INTEGER,
             ORDER_DATE       DATE NOT NULL,
             RECEIVED_DATE    DATE,
             NOTIFIED_DATE    DATE,
             CLOSED_DATE      DATE,
             CREATED_BY       CHAR(8) NOT NULL,
             CREATED_TS       TIMESTAMP NOT NULL,
             UPDATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.PARTS_SPECIAL_ORDER       *
      ******************************************************************
       01  DCLPARTS-SPECIAL-ORDER.
           10 SPECIAL-ORDER-ID  PIC S9(9) COMP.
           10 DEALER-CODE       PIC X(5).
           10 CUSTOMER-ID       PIC S9(9) COMP.
           10 RO-NUMBER         PIC S9(9) COMP.
           10 PART-NUMBER       PIC X(15).
           10 QUANTITY          PIC S9(9) COMP.
           10 UNIT-PRICE        PIC S9(7)V9(2) COMP-3.
           10 PO-NUMBER         PIC S9(9) COMP.
           10 ORDER-STATUS      PIC X(2).
           10 DEPOSIT-AMT       PIC S9(7)V9(2) COMP-3.
           10 DEPOSIT-METHOD    PIC X(2).
           10 RECEIPT-NUMBER    PIC X(10).
           10 DEP-SESSION-ID    PIC S9(9) COMP.
           10 DEPOSIT-STATUS    PIC X(2).
           10 REFUND-AMT        PIC S9(7)V9(2) COMP-3.
           10 RFD-SESSION-ID    PIC S9(9) COMP.
           10 ORDER-DATE        PIC X(10).
           10 RECEIVED-DATE     PIC X(10).
           10 NOTIFIED-DATE     PIC X(10).
           10 CLOSED-DATE       PIC X(10).
           10 CREATED-BY        PIC X(8).
           10 CREATED-TS        PIC X(26).
           10 UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 23      *
      ******************************************************************
