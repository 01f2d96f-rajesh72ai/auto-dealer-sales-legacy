      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.ACCESS_RECERT)                           *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLACRCT))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLACCESS-RECERT)                              *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.ACCESS_RECERT TABLE
           ( REVIEW_ID        CHAR(6) NOT NULL,
             USER_ID          CHAR(8) NOT NULL,
             LINE_SEQ         SMALLINT NOT NULL,
             DEALER_CODE      CHAR(5) NOT NULL,
             LINE_TYPE        CHAR(1) NOT NULL,
             FUNCTION_CODE    CHAR(8) NOT NULL,
             AUTH_KEY         CHAR(8) NOT NULL,
             USER_TYPE        CHAR(1) NOT NULL,
             LAST_LOGIN_TS    TIMESTAMP,
             DUE_DATE         DATE NOT NULL,
             DECISION         CHAR(1) NOT NULL,
             DECIDED_BY       CHAR(8),
             DECIDED_TS       TIMESTAMP,
             CREATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.ACCESS_RECERT             *
      ******************************************************************
       01  DCLACCESS-RECERT.
           10 REVIEW-ID         PIC X(6).
           10 USER-ID           PIC X(8).
           10 LINE-SEQ          PIC S9(4) COMP.
           10 DEALER-CODE       PIC X(5).
           10 LINE-TYPE         PIC X(1).
           10 FUNCTION-CODE     PIC X(8).
           10 AUTH-KEY          PIC X(8).
           10 USER-TYPE         PIC X(1).
           10 LAST-LOGIN-TS     PIC X(26).
           10 DUE-DATE          PIC X(10).
           10 DECISION          PIC X(1).
           10 DECIDED-BY        PIC X(8).
           10 DECIDED-TS        PIC X(26).
           10 CREATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
