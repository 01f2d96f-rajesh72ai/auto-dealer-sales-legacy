             LISTED_DATE      DATE NOT NULL,
             DELISTED_DATE    DATE,
             DELIST_REASON    VARCHAR(40),
             UPDATED_TS       TIMESTAMP NOT NULL,
             ADVERTISED_PRICE DECIMAL(11,2),
             ADVERTISED_DATE  DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.LISTING_SYNC            *
              49 DELIST-REASON-LN PIC S9(4) COMP.
              49 DELIST-REASON-TX PIC X(40).
           10 UPDATED-TS        PIC X(26).
           10 ADVERTISED-PRICE  PIC S9(9)V9(2) COMP-3.
           10 ADVERTISED-DATE   PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8      *
      ******************************************************************
