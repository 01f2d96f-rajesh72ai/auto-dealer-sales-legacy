      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.DOC_SEQ_AUDIT)                           *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLDSQAU))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLDOC-SEQ-AUDIT)                              *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.DOC_SEQ_AUDIT TABLE
           ( SEQ_TYPE         CHAR(4) NOT NULL,
             AUDIT_MONTH      CHAR(7) NOT NULL,
             RANGE_FROM       INTEGER NOT NULL,
             RANGE_TO         INTEGER NOT NULL,
             USED_COUNT       INTEGER NOT NULL,
             VOID_COUNT       INTEGER NOT NULL,
             OPEN_COUNT       INTEGER NOT NULL,
             RUN_TS           TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.DOC_SEQ_AUDIT             *
      ******************************************************************
       01  DCLDOC-SEQ-AUDIT.
           10 SEQ-TYPE          PIC X(4).
           10 AUDIT-MONTH       PIC X(7).
           10 RANGE-FROM        PIC S9(9) COMP.
           10 RANGE-TO          PIC S9(9) COMP.
           10 USED-COUNT        PIC S9(9) COMP.
           10 VOID-COUNT        PIC S9(9) COMP.
           10 OPEN-COUNT        PIC S9(9) COMP.
           10 RUN-TS            PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 8       *
      ******************************************************************
