      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.OEM_VEH_INVOICE)                         *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLOEMIV))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLOEM-VEH-INVOICE)                            *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.OEM_VEH_INVOICE TABLE
           ( VIN              CHAR(17) NOT NULL,
             INVOICE_NUMBER   CHAR(12) NOT NULL,
             INVOICE_DATE     DATE NOT NULL,
             DEALER_CODE      CHAR(5) NOT NULL,
             BASE_INVOICE     DECIMAL(11,2) NOT NULL,
             OPTIONS_AMT      DECIMAL(9,2) NOT NULL,
             FREIGHT_AMT      DECIMAL(7,2) NOT NULL,
             ADVERTISING_AMT  DECIMAL(7,2) NOT NULL,
             HOLDBACK_AMT     DECIMAL(9,2) NOT NULL,
             TOTAL_INVOICE    DECIMAL(11,2) NOT NULL,
             MODEL_INVOICE    DECIMAL(11,2),
             FP_ADVANCE_AMT   DECIMAL(11,2),
             RECON_STATUS     CHAR(2) NOT NULL,
             LOADED_TS        TIMESTAMP NOT NULL,
             RECONCILED_TS    TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.OEM_VEH_INVOICE           *
      ******************************************************************
       01  DCLOEM-VEH-INVOICE.
           10 VIN               PIC X(17).
           10 INVOICE-NUMBER    PIC X(12).
           10 INVOICE-DATE      PIC X(10).
           10 DEALER-CODE       PIC X(5).
           10 BASE-INVOICE      PIC S9(9)V9(2) COMP-3.
           10 OPTIONS-AMT       PIC S9(7)V9(2) COMP-3.
           10 FREIGHT-AMT       PIC S9(5)V9(2) COMP-3.
           10 ADVERTISING-AMT   PIC S9(5)V9(2) COMP-3.
           10 HOLDBACK-AMT      PIC S9(7)V9(2) COMP-3.
           10 TOTAL-INVOICE     PIC S9(9)V9(2) COMP-3.
           10 MODEL-INVOICE     PIC S9(9)V9(2) COMP-3.
           10 FP-ADVANCE-AMT    PIC S9(9)V9(2) COMP-3.
           10 RECON-STATUS      PIC X(2).
           10 LOADED-TS         PIC X(26).
           10 RECONCILED-TS     PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 15      *
      ******************************************************************
