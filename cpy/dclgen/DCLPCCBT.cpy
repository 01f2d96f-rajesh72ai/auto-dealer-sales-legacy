      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.PARTS_COUNT_BATCH)                       *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLPCCBT))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLPARTS-COUNT-BATCH)                          *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.PARTS_COUNT_BATCH TABLE
           ( COUNT_BATCH_ID   INTEGER NOT NULL,
             DEALER_CODE      CHAR(5) NOT NULL,
             COUNT_TYPE       CHAR(2) NOT NULL,
             ABC_CLASS        CHAR(1),
             BIN_FROM         CHAR(8) NOT NULL,
             BIN_TO           CHAR(8) NOT NULL,
             BATCH_STATUS     CHAR(2) NOT NULL,
             LINE_COUNT       INTEGER NOT NULL,
             VARIANCE_QTY     INTEGER NOT NULL,
             VARIANCE_AMT     DECIMAL(11,2) NOT NULL,
             CREATED_BY       CHAR(8) NOT NULL,
             CREATED_TS       TIMESTAMP NOT NULL,
             ACCEPTED_BY      CHAR(8),
             ACCEPTED_TS      TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.PARTS_COUNT_BATCH         *
      ******************************************************************
       01  DCLPARTS-COUNT-BATCH.
           10 COUNT-BATCH-ID    PIC S9(9) COMP.
           10 DEALER-CODE       PIC X(5).
           10 COUNT-TYPE        PIC X(2).
           10 ABC-CLASS         PIC X(1).
           10 BIN-FROM          PIC X(8).
           10 BIN-TO            PIC X(8).
           10 BATCH-STATUS      PIC X(2).
           10 LINE-COUNT        PIC S9(9) COMP.
           10 VARIANCE-QTY      PIC S9(9) COMP.
           10 VARIANCE-AMT      PIC S9(9)V9(2) COMP-3.
           10 CREATED-BY        PIC X(8).
           10 CREATED-TS        PIC X(26).
           10 ACCEPTED-BY       PIC X(8).
           10 ACCEPTED-TS       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
