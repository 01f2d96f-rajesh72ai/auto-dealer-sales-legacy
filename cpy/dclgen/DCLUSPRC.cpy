      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.USED_PRICE)                              *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLUSPRC))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLUSED-PRICE)                                 *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.USED_PRICE TABLE
           ( VIN              CHAR(17) NOT NULL,
             DEALER_CODE      CHAR(5) NOT NULL,
             COST_BASIS       DECIMAL(11,2) NOT NULL,
             BASE_PRICE       DECIMAL(11,2) NOT NULL,
             ASKING_PRICE     DECIMAL(11,2) NOT NULL,
             MARKDOWN_STEP    SMALLINT NOT NULL,
             SET_DATE         DATE NOT NULL,
             LAST_CHANGE_TS   TIMESTAMP NOT NULL,
             UPDATED_BY       CHAR(8) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.USED_PRICE                *
      ******************************************************************
       01  DCLUSED-PRICE.
           10 VIN               PIC X(17).
           10 DEALER-CODE       PIC X(5).
           10 COST-BASIS        PIC S9(9)V9(2) COMP-3.
           10 BASE-PRICE        PIC S9(9)V9(2) COMP-3.
           10 ASKING-PRICE      PIC S9(9)V9(2) COMP-3.
           10 MARKDOWN-STEP     PIC S9(4) COMP.
           10 SET-DATE          PIC X(10).
           10 LAST-CHANGE-TS    PIC X(26).
           10 UPDATED-BY        PIC X(8).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9       *
      ******************************************************************
