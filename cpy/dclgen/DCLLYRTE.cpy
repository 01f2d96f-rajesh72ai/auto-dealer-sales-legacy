      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.LOYALTY_EARN_RATE)                       *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLLYRTE))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLLOYALTY-EARN-RATE)                          *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.LOYALTY_EARN_RATE TABLE
           ( DEALER_CODE      CHAR(5) NOT NULL,
             DEPT_CODE        CHAR(2) NOT NULL,
             POINTS_PER_DOLLAR DECIMAL(5,2) NOT NULL,
             ACTIVE_FLAG      CHAR(1) NOT NULL,
             UPDATED_BY       CHAR(8) NOT NULL,
             UPDATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.LOYALTY_EARN_RATE         *
      ******************************************************************
       01  DCLLOYALTY-EARN-RATE.
           10 DEALER-CODE       PIC X(5).
           10 DEPT-CODE         PIC X(2).
           10 POINTS-PER-DOLLAR PIC S9(3)V9(2) COMP-3.
           10 ACTIVE-FLAG       PIC X(1).
           10 UPDATED-BY        PIC X(8).
           10 UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 6       *
      ******************************************************************
