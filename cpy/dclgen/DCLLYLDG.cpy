      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.LOYALTY_LEDGER)                          *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLLYLDG))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLLOYALTY-LEDGER)                             *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.LOYALTY_LEDGER TABLE
           ( LEDGER_ID        INTEGER NOT NULL,
             CUSTOMER_ID      INTEGER NOT NULL,
             DEALER_CODE      CHAR(5) NOT NULL,
             ENTRY_TYPE       CHAR(2) NOT NULL,
             DEPT_CODE        CHAR(2) NOT NULL,
             POINTS           INTEGER NOT NULL,
             REF_TYPE         CHAR(2) NOT NULL,
             REF_KEY          CHAR(12) NOT NULL,
             BASE_AMT         DECIMAL(11,2) NOT NULL,
             ENTRY_DATE       DATE NOT NULL,
             CREATED_BY       CHAR(8) NOT NULL,
             CREATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.LOYALTY_LEDGER            *
      ******************************************************************
       01  DCLLOYALTY-LEDGER.
           10 LEDGER-ID         PIC S9(9) COMP.
           10 CUSTOMER-ID       PIC S9(9) COMP.
           10 DEALER-CODE       PIC X(5).
           10 ENTRY-TYPE        PIC X(2).
           10 DEPT-CODE         PIC X(2).
           10 POINTS            PIC S9(9) COMP.
           10 REF-TYPE          PIC X(2).
           10 REF-KEY           PIC X(12).
           10 BASE-AMT          PIC S9(9)V9(2) COMP-3.
           10 ENTRY-DATE        PIC X(10).
           10 CREATED-BY        PIC X(8).
           10 CREATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
