             ACTIVE_FLAG      CHAR(1) NOT NULL,
             OPENED_DATE      DATE NOT NULL,
             CREATED_TS       TIMESTAMP NOT NULL,
             UPDATED_TS       TIMESTAMP NOT NULL,
             INACTIVE_DATE    DATE
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.DEALER                  *
           10 OPENED-DATE      PIC X(10).
           10 CREATED-TS       PIC X(26).
           10 UPDATED-TS       PIC X(26).
           10 INACTIVE-DATE    PIC X(10).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 21     *
      ******************************************************************
