             UNIT_COST        DECIMAL(9,2) NOT NULL,
             ACTIVE_FLAG      CHAR(1) NOT NULL,
             CREATED_TS       TIMESTAMP NOT NULL,
             UPDATED_TS       TIMESTAMP NOT NULL,
             MIN_QTY          INTEGER NOT NULL,
             MAX_QTY          INTEGER NOT NULL,
             SUPPLIER_CODE    CHAR(8),
             LIST_PRICE       DECIMAL(9,2) NOT NULL,
             ABC_CLASS        CHAR(1) NOT NULL,
             LAST_COUNT_DATE  DATE,
             QTY_RESERVED     INTEGER NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.PARTS_MASTER            *
           10 ACTIVE-FLAG       PIC X(1).
           10 CREATED-TS        PIC X(26).
           10 UPDATED-TS        PIC X(26).
           10 MIN-QTY           PIC S9(9) COMP.
           10 MAX-QTY           PIC S9(9) COMP.
           10 SUPPLIER-CODE     PIC X(8).
           10 LIST-PRICE        PIC S9(7)V9(2) COMP-3.
           10 ABC-CLASS         PIC X(1).
           10 LAST-COUNT-DATE   PIC X(10).
           10 QTY-RESERVED      PIC S9(9) COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17     *
      ******************************************************************
