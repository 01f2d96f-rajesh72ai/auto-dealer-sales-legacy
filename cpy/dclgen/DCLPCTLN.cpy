      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.PARTS_COUNTER_LINE)                      *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLPCTLN))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLPARTS-COUNTER-LINE)                         *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.PARTS_COUNTER_LINE TABLE
           ( TICKET_NUMBER    INTEGER NOT NULL,
             LINE_NUMBER      SMALLINT NOT NULL,
             PART_NUMBER      CHAR(15) NOT NULL,
             QUANTITY         INTEGER NOT NULL,
             LIST_PRICE       DECIMAL(9,2) NOT NULL,
             UNIT_PRICE       DECIMAL(9,2) NOT NULL,
             LINE_AMT         DECIMAL(9,2) NOT NULL,
             UNIT_COST        DECIMAL(9,2) NOT NULL,
             PART_TRAN_ID     INTEGER,
             CREATED_TS       TIMESTAMP NOT NULL,
             SPECIAL_ORDER_ID INTEGER
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.PARTS_COUNTER_LINE        *
      ******************************************************************
       01  DCLPARTS-COUNTER-LINE.
           10 TICKET-NUMBER     PIC S9(9) COMP.
           10 LINE-NUMBER       PIC S9(4) COMP.
           10 PART-NUMBER       PIC X(15).
           10 QUANTITY          PIC S9(9) COMP.
           10 LIST-PRICE        PIC S9(7)V9(2) COMP-3.
           10 UNIT-PRICE        PIC S9(7)V9(2) COMP-3.
           10 LINE-AMT          PIC S9(7)V9(2) COMP-3.
           10 UNIT-COST         PIC S9(7)V9(2) COMP-3.
           10 PART-TRAN-ID      PIC S9(9) COMP.
           10 CREATED-TS        PIC X(26).
           10 SPECIAL-ORDER-ID  PIC S9(9) COMP.
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
