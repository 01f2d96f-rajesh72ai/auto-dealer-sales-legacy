      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.DOC_NUMBER_AUDIT)                        *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLDNAUD))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLDOC-NUMBER-AUDIT)                           *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.DOC_NUMBER_AUDIT TABLE
           ( SEQ_TYPE         CHAR(4) NOT NULL,
             SEQ_NUMBER       INTEGER NOT NULL,
             DOC_NUMBER       CHAR(7) NOT NULL,
             AUDIT_STATUS     CHAR(2) NOT NULL,
             FOUND_MONTH      CHAR(7) NOT NULL,
             VOID_REASON      CHAR(2) NOT NULL,
             VOID_COMMENT     VARCHAR(60) NOT NULL,
             RESOLVED_BY      CHAR(8) NOT NULL,
             RESOLVED_TS      TIMESTAMP,
             CREATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.DOC_NUMBER_AUDIT          *
      ******************************************************************
       01  DCLDOC-NUMBER-AUDIT.
           10 SEQ-TYPE          PIC X(4).
           10 SEQ-NUMBER        PIC S9(9) COMP.
           10 DOC-NUMBER        PIC X(7).
           10 AUDIT-STATUS      PIC X(2).
           10 FOUND-MONTH       PIC X(7).
           10 VOID-REASON       PIC X(2).
           10 VOID-COMMENT.
              49 VOID-COMMENT-LN PIC S9(4) COMP.
              49 VOID-COMMENT-TX PIC X(60).
           10 RESOLVED-BY       PIC X(8).
           10 RESOLVED-TS       PIC X(26).
           10 CREATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
