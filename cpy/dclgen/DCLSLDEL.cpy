             EXEMPT_CERT      VARCHAR(20),
             EV_CREDIT_AMT    DECIMAL(9,2),
             SECONDARY_SALES  CHAR(8),
             SPLIT_PCT        DECIMAL(5,2),
             DELIVERY_ODOM    INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.SALES_DEAL              *
           10 EV-CREDIT-AMT     PIC S9(7)V9(2) COMP-3.
           10 SECONDARY-SALES   PIC X(8).
           10 SPLIT-PCT         PIC S9(3)V9(2) COMP-3.
           10 DELIVERY-ODOM     PIC S9(9) COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 40     *
      ******************************************************************
