      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.OUTBOUND_FILE)                           *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLOBFIL))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLOUTBOUND-FILE)                              *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.OUTBOUND_FILE TABLE
           ( INTERFACE_CODE   CHAR(8) NOT NULL,
             FILE_SEQ_NUM     INTEGER NOT NULL,
             SOURCE_PROGRAM   CHAR(8) NOT NULL,
             BUSINESS_DATE    DATE NOT NULL,
             RUN_CYCLE        CHAR(1) NOT NULL,
             FILE_STATUS      CHAR(2) NOT NULL,
             RECORD_COUNT     INTEGER NOT NULL,
             DETAIL_COUNT     INTEGER NOT NULL,
             CONTROL_AMOUNT   DECIMAL(15,2) NOT NULL,
             LAST_KEY_VALUE   CHAR(30) NOT NULL,
             RESTART_COUNT    SMALLINT NOT NULL,
             OVERRIDE_FLAG    CHAR(1) NOT NULL,
             OVERRIDE_BY      CHAR(8) NOT NULL,
             OVERRIDE_REASON  VARCHAR(40) NOT NULL,
             OVERRIDE_TS      TIMESTAMP,
             RERUN_OF_SEQ     INTEGER,
             CREATED_TS       TIMESTAMP NOT NULL,
             COMPLETED_TS     TIMESTAMP,
             TRANSMITTED_TS   TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.OUTBOUND_FILE             *
      ******************************************************************
       01  DCLOUTBOUND-FILE.
           10 INTERFACE-CODE    PIC X(8).
           10 FILE-SEQ-NUM      PIC S9(9) COMP.
           10 SOURCE-PROGRAM    PIC X(8).
           10 BUSINESS-DATE     PIC X(10).
           10 RUN-CYCLE         PIC X(1).
           10 FILE-STATUS       PIC X(2).
           10 RECORD-COUNT      PIC S9(9) COMP.
           10 DETAIL-COUNT      PIC S9(9) COMP.
           10 CONTROL-AMOUNT    PIC S9(13)V9(2) COMP-3.
           10 LAST-KEY-VALUE    PIC X(30).
           10 RESTART-COUNT     PIC S9(4) COMP.
           10 OVERRIDE-FLAG     PIC X(1).
           10 OVERRIDE-BY       PIC X(8).
           10 OVERRIDE-REASON.
              49 OVERRIDE-REASON-LN PIC S9(4) COMP.
              49 OVERRIDE-REASON-TX PIC X(40).
           10 OVERRIDE-TS       PIC X(26).
           10 RERUN-OF-SEQ      PIC S9(9) COMP.
           10 CREATED-TS        PIC X(26).
           10 COMPLETED-TS      PIC X(26).
           10 TRANSMITTED-TS    PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 19      *
      ******************************************************************
