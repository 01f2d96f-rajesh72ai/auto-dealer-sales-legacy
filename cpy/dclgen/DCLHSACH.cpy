      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.HOUSE_LOAN_ACH)                          *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLHSACH))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLHOUSE-LOAN-ACH)                             *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.HOUSE_LOAN_ACH TABLE
           ( LOAN_ID          INTEGER NOT NULL,
             BANK_ROUTING     CHAR(9) NOT NULL,
             BANK_ACCOUNT     CHAR(17) NOT NULL,
             ACCOUNT_TYPE     CHAR(1) NOT NULL,
             DRAFT_DAY        SMALLINT NOT NULL,
             DRAFT_AMOUNT     DECIMAL(9,2) NOT NULL,
             ENROLL_STATUS    CHAR(2) NOT NULL,
             AUTH_DATE        DATE NOT NULL,
             AUTH_METHOD      CHAR(2) NOT NULL,
             AUTH_REF         CHAR(20) NOT NULL,
             AUTH_USER        CHAR(8) NOT NULL,
             RETURN_COUNT     SMALLINT NOT NULL,
             LAST_DRAFT_DATE  DATE,
             SUSPEND_REASON   CHAR(3),
             UPDATED_USER     CHAR(8) NOT NULL,
             UPDATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.HOUSE_LOAN_ACH            *
      ******************************************************************
       01  DCLHOUSE-LOAN-ACH.
           10 LOAN-ID           PIC S9(9) COMP.
           10 BANK-ROUTING      PIC X(9).
           10 BANK-ACCOUNT      PIC X(17).
           10 ACCOUNT-TYPE      PIC X(1).
           10 DRAFT-DAY         PIC S9(4) COMP.
           10 DRAFT-AMOUNT      PIC S9(7)V9(2) COMP-3.
           10 ENROLL-STATUS     PIC X(2).
           10 AUTH-DATE         PIC X(10).
           10 AUTH-METHOD       PIC X(2).
           10 AUTH-REF          PIC X(20).
           10 AUTH-USER         PIC X(8).
           10 RETURN-COUNT      PIC S9(4) COMP.
           10 LAST-DRAFT-DATE   PIC X(10).
           10 SUSPEND-REASON    PIC X(3).
           10 UPDATED-USER      PIC X(8).
           10 UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
