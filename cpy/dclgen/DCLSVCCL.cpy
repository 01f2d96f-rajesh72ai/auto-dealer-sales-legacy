      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.SVC_CONTRACT_CLAIM)                      *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLSVCCL))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLSVC-CONTRACT-CLAIM)                         *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.SVC_CONTRACT_CLAIM TABLE
           ( SC_CLAIM_ID      INTEGER NOT NULL,
             RO_NUMBER        INTEGER NOT NULL,
             DEALER_CODE      CHAR(5) NOT NULL,
             VIN              CHAR(17) NOT NULL,
             DEAL_NUMBER      CHAR(10) NOT NULL,
             PRODUCT_SEQ      SMALLINT NOT NULL,
             PROVIDER         VARCHAR(40) NOT NULL,
             ODOMETER         INTEGER NOT NULL,
             LABOR_AMT        DECIMAL(9,2) NOT NULL,
             PARTS_AMT        DECIMAL(9,2) NOT NULL,
             CLAIM_AMT        DECIMAL(9,2) NOT NULL,
             CLAIM_STATUS     CHAR(2) NOT NULL,
             CLAIM_DATE       DATE NOT NULL,
             SUBMITTED_DATE   DATE,
             PAID_AMT         DECIMAL(9,2),
             PAID_DATE        DATE,
             PROVIDER_REF     VARCHAR(15),
             UPDATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.SVC_CONTRACT_CLAIM        *
      ******************************************************************
       01  DCLSVC-CONTRACT-CLAIM.
           10 SC-CLAIM-ID       PIC S9(9) COMP.
           10 RO-NUMBER         PIC S9(9) COMP.
           10 DEALER-CODE       PIC X(5).
           10 VIN               PIC X(17).
           10 DEAL-NUMBER       PIC X(10).
           10 PRODUCT-SEQ       PIC S9(4) COMP.
           10 PROVIDER.
              49 PROVIDER-LN    PIC S9(4) COMP.
              49 PROVIDER-TX    PIC X(40).
           10 ODOMETER          PIC S9(9) COMP.
           10 LABOR-AMT         PIC S9(7)V9(2) COMP-3.
           10 PARTS-AMT         PIC S9(7)V9(2) COMP-3.
           10 CLAIM-AMT         PIC S9(7)V9(2) COMP-3.
           10 CLAIM-STATUS      PIC X(2).
           10 CLAIM-DATE        PIC X(10).
           10 SUBMITTED-DATE    PIC X(10).
           10 PAID-AMT          PIC S9(7)V9(2) COMP-3.
           10 PAID-DATE         PIC X(10).
           10 PROVIDER-REF.
              49 PROVIDER-REF-LN PIC S9(4) COMP.
              49 PROVIDER-REF-TX PIC X(15).
           10 UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 18      *
      ******************************************************************
