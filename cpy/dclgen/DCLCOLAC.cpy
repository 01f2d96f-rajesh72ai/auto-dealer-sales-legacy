      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.COLLECTION_ACTIVITY)                     *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLCOLAC))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLCOLLECTION-ACTIVITY)                        *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.COLLECTION_ACTIVITY TABLE
           ( ACTIVITY_ID      INTEGER NOT NULL,
             LOAN_ID          INTEGER NOT NULL,
             DEALER_CODE      CHAR(5) NOT NULL,
             ACTIVITY_TS      TIMESTAMP NOT NULL,
             COLLECTOR_ID     CHAR(8) NOT NULL,
             CALL_RESULT      CHAR(2) NOT NULL,
             DAYS_PAST_DUE    SMALLINT NOT NULL,
             PROMISE_DATE     DATE,
             PROMISE_AMT      DECIMAL(9,2) NOT NULL,
             PROMISE_STATUS   CHAR(2) NOT NULL,
             CALL_NOTES       VARCHAR(60),
             UPDATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.COLLECTION_ACTIVITY       *
      ******************************************************************
       01  DCLCOLLECTION-ACTIVITY.
           10 ACTIVITY-ID       PIC S9(9) COMP.
           10 LOAN-ID           PIC S9(9) COMP.
           10 DEALER-CODE       PIC X(5).
           10 ACTIVITY-TS       PIC X(26).
           10 COLLECTOR-ID      PIC X(8).
           10 CALL-RESULT       PIC X(2).
           10 DAYS-PAST-DUE     PIC S9(4) COMP.
           10 PROMISE-DATE      PIC X(10).
           10 PROMISE-AMT       PIC S9(7)V9(2) COMP-3.
           10 PROMISE-STATUS    PIC X(2).
           10 CALL-NOTES.
              49 CALL-NOTES-LN   PIC S9(4) COMP.
              49 CALL-NOTES-TX   PIC X(60).
           10 UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
