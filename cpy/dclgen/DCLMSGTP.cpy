      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.MSG_TEMPLATE)                            *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLMSGTP))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLMSG-TEMPLATE)                               *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.MSG_TEMPLATE TABLE
           ( CONTACT_TYPE     CHAR(6) NOT NULL,
             CHANNEL          CHAR(1) NOT NULL,
             MSG_SUBJECT      VARCHAR(60) NOT NULL,
             MSG_BODY         VARCHAR(160) NOT NULL,
             ACTIVE_FLAG      CHAR(1) NOT NULL,
             UPDATED_BY       CHAR(8) NOT NULL,
             UPDATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.MSG_TEMPLATE              *
      ******************************************************************
       01  DCLMSG-TEMPLATE.
           10 CONTACT-TYPE      PIC X(6).
           10 CHANNEL           PIC X(1).
           10 MSG-SUBJECT.
              49 MSG-SUBJECT-LN  PIC S9(4) COMP.
              49 MSG-SUBJECT-TX  PIC X(60).
           10 MSG-BODY.
              49 MSG-BODY-LN     PIC S9(4) COMP.
              49 MSG-BODY-TX     PIC X(160).
           10 ACTIVE-FLAG       PIC X(1).
           10 UPDATED-BY        PIC X(8).
           10 UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 7       *
      ******************************************************************
