      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.HOUSE_LOAN_REPO)                         *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLHSREP))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLHOUSE-LOAN-REPO)                            *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.HOUSE_LOAN_REPO TABLE
           ( LOAN_ID          INTEGER NOT NULL,
             VIN              CHAR(17) NOT NULL,
             DEALER_CODE      CHAR(5) NOT NULL,
             REPO_STATUS      CHAR(2) NOT NULL,
             ASSIGN_DATE      DATE NOT NULL,
             REPO_AGENT       VARCHAR(40) NOT NULL,
             BALANCE_AT_REPO  DECIMAL(11,2) NOT NULL,
             RECOVER_DATE     DATE,
             RECOVER_ODOM     INTEGER,
             REPO_EXPENSE     DECIMAL(9,2) NOT NULL,
             SALE_DATE        DATE,
             SALE_PROCEEDS    DECIMAL(11,2) NOT NULL,
             SALE_EXPENSE     DECIMAL(9,2) NOT NULL,
             ACCRUED_INT      DECIMAL(9,2) NOT NULL,
             DEFICIENCY_AMT   DECIMAL(11,2) NOT NULL,
             SURPLUS_AMT      DECIMAL(11,2) NOT NULL,
             UPDATED_USER     CHAR(8) NOT NULL,
             CREATED_TS       TIMESTAMP NOT NULL,
             UPDATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.HOUSE_LOAN_REPO           *
      ******************************************************************
       01  DCLHOUSE-LOAN-REPO.
           10 LOAN-ID           PIC S9(9) COMP.
           10 VIN               PIC X(17).
           10 DEALER-CODE       PIC X(5).
           10 REPO-STATUS       PIC X(2).
           10 ASSIGN-DATE       PIC X(10).
           10 REPO-AGENT.
              49 REPO-AGENT-LN   PIC S9(4) COMP.
              49 REPO-AGENT-TX   PIC X(40).
           10 BALANCE-AT-REPO   PIC S9(9)V9(2) COMP-3.
           10 RECOVER-DATE      PIC X(10).
           10 RECOVER-ODOM      PIC S9(9) COMP.
           10 REPO-EXPENSE      PIC S9(7)V9(2) COMP-3.
           10 SALE-DATE         PIC X(10).
           10 SALE-PROCEEDS     PIC S9(9)V9(2) COMP-3.
           10 SALE-EXPENSE      PIC S9(7)V9(2) COMP-3.
           10 ACCRUED-INT       PIC S9(7)V9(2) COMP-3.
           10 DEFICIENCY-AMT    PIC S9(9)V9(2) COMP-3.
           10 SURPLUS-AMT       PIC S9(9)V9(2) COMP-3.
           10 UPDATED-USER      PIC X(8).
           10 CREATED-TS        PIC X(26).
           10 UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 19      *
      ******************************************************************
