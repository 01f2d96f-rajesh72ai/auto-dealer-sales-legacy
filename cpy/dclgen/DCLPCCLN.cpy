      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.PARTS_COUNT_LINE)                        *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLPCCLN))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLPARTS-COUNT-LINE)                           *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.PARTS_COUNT_LINE TABLE
           ( COUNT_BATCH_ID   INTEGER NOT NULL,
             PART_NUMBER      CHAR(15) NOT NULL,
             BIN_LOCATION     CHAR(8),
             SYSTEM_QTY       INTEGER NOT NULL,
             COUNTED_QTY      INTEGER,
             UNIT_COST        DECIMAL(9,2) NOT NULL,
             PART_TRAN_ID     INTEGER,
             COUNTED_BY       CHAR(8),
             COUNTED_TS       TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.PARTS_COUNT_LINE          *
      ******************************************************************
       01  DCLPARTS-COUNT-LINE.
           10 COUNT-BATCH-ID    PIC S9(9) COMP.
           10 PART-NUMBER       PIC X(15).
           10 BIN-LOCATION      PIC X(8).
           10 SYSTEM-QTY        PIC S9(9) COMP.
           10 COUNTED-QTY       PIC S9(9) COMP.
           10 UNIT-COST         PIC S9(7)V9(2) COMP-3.
           10 PART-TRAN-ID      PIC S9(9) COMP.
           10 COUNTED-BY        PIC X(8).
           10 COUNTED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
