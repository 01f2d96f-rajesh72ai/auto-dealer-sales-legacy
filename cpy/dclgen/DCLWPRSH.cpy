      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.PARTS_RETURN_SHIPMENT)                   *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLWPRSH))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLPARTS-RETURN-SHIPMENT)                      *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.PARTS_RETURN_SHIPMENT TABLE
           ( SHIPMENT_ID      INTEGER NOT NULL,
             CLAIM_ID         INTEGER NOT NULL,
             DEALER_CODE      CHAR(5) NOT NULL,
             TRACKING_NUMBER  VARCHAR(30) NOT NULL,
             REQUEST_DATE     DATE NOT NULL,
             RETURN_DUE_DATE  DATE NOT NULL,
             SHIP_DATE        DATE,
             SHIP_STATUS      CHAR(2) NOT NULL,
             SHIPPED_BY       CHAR(8),
             CREATED_TS       TIMESTAMP NOT NULL,
             UPDATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.PARTS_RETURN_SHIPMENT     *
      ******************************************************************
       01  DCLPARTS-RETURN-SHIPMENT.
           10 SHIPMENT-ID        PIC S9(9) COMP.
           10 CLAIM-ID           PIC S9(9) COMP.
           10 DEALER-CODE        PIC X(5).
           10 TRACKING-NUMBER.
              49 TRACKING-NUMBER-LN PIC S9(4) COMP.
              49 TRACKING-NUMBER-TX PIC X(30).
           10 REQUEST-DATE       PIC X(10).
           10 RETURN-DUE-DATE    PIC X(10).
           10 SHIP-DATE          PIC X(10).
           10 SHIP-STATUS        PIC X(2).
           10 SHIPPED-BY         PIC X(8).
           10 CREATED-TS         PIC X(26).
           10 UPDATED-TS         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
