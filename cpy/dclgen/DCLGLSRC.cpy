      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.GL_SUBLEDGER_RECON)                      *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLGLSRC))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLGL-SUBLEDGER-RECON)                         *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.GL_SUBLEDGER_RECON TABLE
           ( RECON_PERIOD     CHAR(7) NOT NULL,
             DEALER_CODE      CHAR(5) NOT NULL,
             MAP_COMPONENT    CHAR(8) NOT NULL,
             GL_ACCOUNT       CHAR(10) NOT NULL,
             GL_BALANCE       DECIMAL(13,2) NOT NULL,
             SUBLEDGER_AMT    DECIMAL(13,2) NOT NULL,
             DIFFERENCE_AMT   DECIMAL(13,2) NOT NULL,
             OPEN_ITEM_COUNT  INTEGER NOT NULL,
             RECON_STATUS     CHAR(2) NOT NULL,
             RUN_DATE         DATE NOT NULL,
             CREATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.GL_SUBLEDGER_RECON        *
      ******************************************************************
       01  DCLGL-SUBLEDGER-RECON.
           10 RECON-PERIOD      PIC X(7).
           10 DEALER-CODE       PIC X(5).
           10 MAP-COMPONENT     PIC X(8).
           10 GL-ACCOUNT        PIC X(10).
           10 GL-BALANCE        PIC S9(11)V9(2) COMP-3.
           10 SUBLEDGER-AMT     PIC S9(11)V9(2) COMP-3.
           10 DIFFERENCE-AMT    PIC S9(11)V9(2) COMP-3.
           10 OPEN-ITEM-COUNT   PIC S9(9) COMP.
           10 RECON-STATUS      PIC X(2).
           10 RUN-DATE          PIC X(10).
           10 CREATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
