      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.CREDIT_RPT_ACCT)                         *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLCRACT))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLCREDIT-RPT-ACCT)                            *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.CREDIT_RPT_ACCT TABLE
           ( LOAN_ID          INTEGER NOT NULL,
             PAY_HISTORY      CHAR(24) NOT NULL,
             FIRST_DELINQ_DT  DATE,
             LAST_CYCLE_DATE  DATE,
             LAST_STATUS      CHAR(2) NOT NULL,
             FINAL_REPORTED   CHAR(1) NOT NULL,
             DISPUTE_STATUS   CHAR(2) NOT NULL,
             DISPUTE_DATE     DATE,
             DISPUTE_REASON   VARCHAR(60),
             CORRECTION_PEND  CHAR(1) NOT NULL,
             UPDATED_USER     CHAR(8) NOT NULL,
             UPDATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.CREDIT_RPT_ACCT           *
      ******************************************************************
       01  DCLCREDIT-RPT-ACCT.
           10 LOAN-ID           PIC S9(9) COMP.
           10 PAY-HISTORY       PIC X(24).
           10 FIRST-DELINQ-DT   PIC X(10).
           10 LAST-CYCLE-DATE   PIC X(10).
           10 LAST-STATUS       PIC X(2).
           10 FINAL-REPORTED    PIC X(1).
           10 DISPUTE-STATUS    PIC X(2).
           10 DISPUTE-DATE      PIC X(10).
           10 DISPUTE-REASON.
              49 DISPUTE-REASON-LN PIC S9(4) COMP.
              49 DISPUTE-REASON-TX PIC X(60).
           10 CORRECTION-PEND   PIC X(1).
           10 UPDATED-USER      PIC X(8).
           10 UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
