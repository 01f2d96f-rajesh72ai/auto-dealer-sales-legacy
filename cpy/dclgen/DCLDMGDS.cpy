      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.DAMAGE_DISCLOSURE)                       *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLDMGDS))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLDAMAGE-DISCLOSURE)                          *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.DAMAGE_DISCLOSURE TABLE
           ( DEAL_NUMBER      CHAR(10) NOT NULL,
             VIN              CHAR(17) NOT NULL,
             DEALER_CODE      CHAR(5) NOT NULL,
             STATE_CODE       CHAR(2) NOT NULL,
             DELIVERY_DATE    DATE NOT NULL,
             MSRP             DECIMAL(11,2) NOT NULL,
             TRANSIT_AMT      DECIMAL(11,2) NOT NULL,
             LOT_EVENT_AMT    DECIMAL(11,2) NOT NULL,
             RECON_AMT        DECIMAL(11,2) NOT NULL,
             REPAIR_TOTAL     DECIMAL(11,2) NOT NULL,
             DISCLOSE_PCT     DECIMAL(5,2) NOT NULL,
             CREATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.DAMAGE_DISCLOSURE         *
      ******************************************************************
       01  DCLDAMAGE-DISCLOSURE.
           10 DEAL-NUMBER       PIC X(10).
           10 VIN               PIC X(17).
           10 DEALER-CODE       PIC X(5).
           10 STATE-CODE        PIC X(2).
           10 DELIVERY-DATE     PIC X(10).
           10 MSRP              PIC S9(9)V9(2) COMP-3.
           10 TRANSIT-AMT       PIC S9(9)V9(2) COMP-3.
           10 LOT-EVENT-AMT     PIC S9(9)V9(2) COMP-3.
           10 RECON-AMT         PIC S9(9)V9(2) COMP-3.
           10 REPAIR-TOTAL      PIC S9(9)V9(2) COMP-3.
           10 DISCLOSE-PCT      PIC S9(3)V9(2) COMP-3.
           10 CREATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
