             KEY_VALUE        VARCHAR(50),
             OLD_VALUE        VARCHAR(200),
             NEW_VALUE        VARCHAR(200),
             AUDIT_TS         TIMESTAMP NOT NULL,
             CHAIN_SEQ        INTEGER,
             PREV_HASH        CHAR(32),
             ROW_HASH         CHAR(32)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.AUDIT_LOG               *
       01  DCLAUDIT-LOG.
           10 AUDIT-ID          PIC S9(9) COMP.
           10 USER-ID           PIC X(8).
           10 AUDIT-PROGRAM     PIC X(8).
           10 ACTION-TYPE       PIC X(3).
           10 TABLE-NAME.
              49 TABLE-NAME-LN  PIC S9(4) COMP.
              49 NEW-VALUE-LN   PIC S9(4) COMP.
              49 NEW-VALUE-TX   PIC X(200).
           10 AUDIT-TS          PIC X(26).
           10 CHAIN-SEQ         PIC S9(9) COMP.
           10 PREV-HASH         PIC X(32).
           10 ROW-HASH          PIC X(32).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12     *
      ******************************************************************
