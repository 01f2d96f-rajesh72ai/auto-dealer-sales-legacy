      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.LEGAL_HOLD)                              *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLLGLHD))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLLEGAL-HOLD)                                 *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.LEGAL_HOLD TABLE
           ( HOLD_TYPE        CHAR(1) NOT NULL,
             HOLD_KEY         CHAR(17) NOT NULL,
             MATTER_ID        CHAR(20) NOT NULL,
             HOLD_STATUS      CHAR(1) NOT NULL,
             HOLD_REASON      VARCHAR(60) NOT NULL,
             PLACED_BY        CHAR(8) NOT NULL,
             PLACED_TS        TIMESTAMP NOT NULL,
             RELEASE_DATE     DATE,
             RELEASED_BY      CHAR(8),
             RELEASED_TS      TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.LEGAL_HOLD                *
      ******************************************************************
       01  DCLLEGAL-HOLD.
           10 HOLD-TYPE         PIC X(1).
           10 HOLD-KEY          PIC X(17).
           10 MATTER-ID         PIC X(20).
           10 HOLD-STATUS       PIC X(1).
           10 HOLD-REASON.
              49 HOLD-REASON-LN  PIC S9(4) COMP.
              49 HOLD-REASON-TX  PIC X(60).
           10 PLACED-BY         PIC X(8).
           10 PLACED-TS         PIC X(26).
           10 RELEASE-DATE      PIC X(10).
           10 RELEASED-BY       PIC X(8).
           10 RELEASED-TS       PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
