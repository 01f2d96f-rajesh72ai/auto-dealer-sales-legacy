             LINE_AMT         DECIMAL(9,2) NOT NULL,
             LINE_DESC        VARCHAR(40),
             CLAIM_ID         INTEGER,
             CREATED_TS       TIMESTAMP NOT NULL,
             TECHNICIAN_ID    CHAR(8),
             FLAG_HOURS       DECIMAL(5,2) NOT NULL WITH DEFAULT,
             CLOCKED_HOURS    DECIMAL(5,2) NOT NULL WITH DEFAULT
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.REPAIR_ORDER_LINE       *
              49 LINE-DESC-TX   PIC X(40).
           10 CLAIM-ID          PIC S9(9) COMP.
           10 CREATED-TS        PIC X(26).
           10 TECHNICIAN-ID     PIC X(8).
           10 FLAG-HOURS        PIC S9(3)V9(2) COMP-3.
           10 CLOCKED-HOURS     PIC S9(3)V9(2) COMP-3.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16     *
      ******************************************************************
