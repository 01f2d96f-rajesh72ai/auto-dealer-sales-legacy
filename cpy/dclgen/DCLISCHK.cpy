      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.ISSUED_CHECK)                            *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLISCHK))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLISSUED-CHECK)                               *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.ISSUED_CHECK TABLE
           ( CHECK_ID         INTEGER NOT NULL,
             DEALER_CODE      CHAR(5) NOT NULL,
             CHECK_NUMBER     CHAR(10) NOT NULL,
             CHECK_SOURCE     CHAR(2) NOT NULL,
             SOURCE_REF       CHAR(20) NOT NULL,
             PAYEE_NAME       VARCHAR(40) NOT NULL,
             CHECK_AMT        DECIMAL(11,2) NOT NULL,
             ISSUE_DATE       DATE NOT NULL,
             CHECK_STATUS     CHAR(2) NOT NULL,
             VOID_DATE        DATE,
             VOID_REASON      VARCHAR(40),
             REISSUE_OF_ID    INTEGER,
             PP_ISSUE_SENT    CHAR(1) NOT NULL,
             PP_VOID_SENT     CHAR(1) NOT NULL,
             CLEARED_DATE     DATE,
             CLEARED_AMT      DECIMAL(11,2),
             ISSUED_BY        CHAR(8) NOT NULL,
             CREATED_TS       TIMESTAMP NOT NULL,
             UPDATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.ISSUED_CHECK              *
      ******************************************************************
       01  DCLISSUED-CHECK.
           10 CHECK-ID          PIC S9(9) COMP.
           10 DEALER-CODE       PIC X(5).
           10 CHECK-NUMBER      PIC X(10).
           10 CHECK-SOURCE      PIC X(2).
           10 SOURCE-REF        PIC X(20).
           10 PAYEE-NAME.
              49 PAYEE-NAME-LN  PIC S9(4) COMP.
              49 PAYEE-NAME-TX  PIC X(40).
           10 CHECK-AMT         PIC S9(9)V9(2) COMP-3.
           10 ISSUE-DATE        PIC X(10).
           10 CHECK-STATUS      PIC X(2).
           10 VOID-DATE         PIC X(10).
           10 VOID-REASON.
              49 VOID-REASON-LN PIC S9(4) COMP.
              49 VOID-REASON-TX PIC X(40).
           10 REISSUE-OF-ID     PIC S9(9) COMP.
           10 PP-ISSUE-SENT     PIC X(1).
           10 PP-VOID-SENT      PIC X(1).
           10 CLEARED-DATE      PIC X(10).
           10 CLEARED-AMT       PIC S9(9)V9(2) COMP-3.
           10 ISSUED-BY         PIC X(8).
           10 CREATED-TS        PIC X(26).
           10 UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 19      *
      ******************************************************************
