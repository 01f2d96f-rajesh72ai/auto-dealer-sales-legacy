             TOTAL_PARTS      DECIMAL(9,2) NOT NULL,
             RO_TOTAL         DECIMAL(9,2) NOT NULL,
             CREATED_TS       TIMESTAMP NOT NULL,
             UPDATED_TS       TIMESTAMP NOT NULL,
             CP_LABOR_AMT     DECIMAL(9,2) NOT NULL WITH DEFAULT,
             CP_PARTS_AMT     DECIMAL(9,2) NOT NULL WITH DEFAULT,
             CP_TAX_AMT       DECIMAL(9,2) NOT NULL WITH DEFAULT,
             CP_INVOICE_AMT   DECIMAL(9,2) NOT NULL WITH DEFAULT,
             CP_PAID_AMT      DECIMAL(9,2) NOT NULL WITH DEFAULT,
             INVOICE_STATUS   CHAR(2) NOT NULL WITH DEFAULT,
             RECON_RO         CHAR(1) NOT NULL WITH DEFAULT 'N'
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.REPAIR_ORDER            *
           10 RO-TOTAL          PIC S9(7)V9(2) COMP-3.
           10 CREATED-TS        PIC X(26).
           10 UPDATED-TS        PIC X(26).
           10 CP-LABOR-AMT      PIC S9(7)V9(2) COMP-3.
           10 CP-PARTS-AMT      PIC S9(7)V9(2) COMP-3.
           10 CP-TAX-AMT        PIC S9(7)V9(2) COMP-3.
           10 CP-INVOICE-AMT    PIC S9(7)V9(2) COMP-3.
           10 CP-PAID-AMT       PIC S9(7)V9(2) COMP-3.
           10 INVOICE-STATUS    PIC X(2).
           10 RECON-RO          PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 21     *
      ******************************************************************
