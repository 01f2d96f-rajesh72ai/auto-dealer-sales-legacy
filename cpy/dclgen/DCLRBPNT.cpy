      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.RISK_PRICE_NOTICE)                       *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLRBPNT))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLRISK-PRICE-NOTICE)                          *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.RISK_PRICE_NOTICE TABLE
           ( FINANCE_ID       CHAR(12) NOT NULL,
             CUSTOMER_ID      INTEGER NOT NULL,
             DEAL_NUMBER      CHAR(10) NOT NULL,
             CREDIT_TIER      CHAR(1) NOT NULL,
             CREDIT_ID        INTEGER,
             BUREAU_CODE      CHAR(2),
             CREDIT_SCORE     SMALLINT,
             REPORT_DATE      DATE,
             KEY_FACTORS      VARCHAR(120),
             NOTICE_SENT_DATE DATE,
             CREATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.RISK_PRICE_NOTICE         *
      ******************************************************************
       01  DCLRISK-PRICE-NOTICE.
           10 FINANCE-ID        PIC X(12).
           10 CUSTOMER-ID       PIC S9(9) COMP.
           10 DEAL-NUMBER       PIC X(10).
           10 CREDIT-TIER       PIC X(1).
           10 CREDIT-ID         PIC S9(9) COMP.
           10 BUREAU-CODE       PIC X(2).
           10 CREDIT-SCORE      PIC S9(4) COMP.
           10 REPORT-DATE       PIC X(10).
           10 KEY-FACTORS.
              49 KEY-FACTORS-LN  PIC S9(4) COMP.
              49 KEY-FACTORS-TX  PIC X(120).
           10 NOTICE-SENT-DATE  PIC X(10).
           10 CREATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 11      *
      ******************************************************************
