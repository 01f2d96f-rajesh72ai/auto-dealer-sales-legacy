      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.PARTS_PO_LINE)                           *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLPRTPL))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLPARTS-PO-LINE)                              *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.PARTS_PO_LINE TABLE
           ( PO_NUMBER        INTEGER NOT NULL,
             LINE_NUMBER      SMALLINT NOT NULL,
             PART_NUMBER      CHAR(15) NOT NULL,
             QTY_ORDERED      INTEGER NOT NULL,
             QTY_RECEIVED     INTEGER NOT NULL,
             QTY_BACKORDERED  INTEGER NOT NULL,
             UNIT_COST        DECIMAL(9,2) NOT NULL,
             LINE_STATUS      CHAR(2) NOT NULL,
             LAST_RECEIPT_DATE DATE,
             UPDATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.PARTS_PO_LINE             *
      ******************************************************************
       01  DCLPARTS-PO-LINE.
           10 PO-NUMBER         PIC S9(9) COMP.
           10 LINE-NUMBER       PIC S9(4) COMP.
           10 PART-NUMBER       PIC X(15).
           10 QTY-ORDERED       PIC S9(9) COMP.
           10 QTY-RECEIVED      PIC S9(9) COMP.
           10 QTY-BACKORDERED   PIC S9(9) COMP.
           10 UNIT-COST         PIC S9(7)V9(2) COMP-3.
           10 LINE-STATUS       PIC X(2).
           10 LAST-RECEIPT-DATE PIC X(10).
           10 UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
