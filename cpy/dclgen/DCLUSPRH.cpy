      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.USED_PRICE_HIST)                         *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLUSPRH))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLUSED-PRICE-HIST)                            *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.USED_PRICE_HIST TABLE
           ( VIN              CHAR(17) NOT NULL,
             CHANGE_TS        TIMESTAMP NOT NULL,
             CHANGE_TYPE      CHAR(2) NOT NULL,
             OLD_PRICE        DECIMAL(11,2),
             NEW_PRICE        DECIMAL(11,2) NOT NULL,
             MARKDOWN_STEP    SMALLINT NOT NULL,
             CHANGED_BY       CHAR(8) NOT NULL,
             APPROVED_BY      CHAR(8),
             CHANGE_REASON    VARCHAR(60)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.USED_PRICE_HIST           *
      ******************************************************************
       01  DCLUSED-PRICE-HIST.
           10 VIN               PIC X(17).
           10 CHANGE-TS         PIC X(26).
           10 CHANGE-TYPE       PIC X(2).
           10 OLD-PRICE         PIC S9(9)V9(2) COMP-3.
           10 NEW-PRICE         PIC S9(9)V9(2) COMP-3.
           10 MARKDOWN-STEP     PIC S9(4) COMP.
           10 CHANGED-BY        PIC X(8).
           10 APPROVED-BY       PIC X(8).
           10 CHANGE-REASON.
              49 CHANGE-REASON-LN PIC S9(4) COMP.
              49 CHANGE-REASON-TX PIC X(60).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
