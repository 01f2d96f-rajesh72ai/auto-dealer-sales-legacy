      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.OUTBOUND_MESSAGE)                        *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLOBMSG))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLOUTBOUND-MESSAGE)                           *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.OUTBOUND_MESSAGE TABLE
           ( MSG_ID           INTEGER NOT NULL,
             CUSTOMER_ID      INTEGER NOT NULL,
             CHANNEL          CHAR(1) NOT NULL,
             CONTACT_TYPE     CHAR(6) NOT NULL,
             SOURCE_PROGRAM   CHAR(8) NOT NULL,
             OVERRIDE_FLAG    CHAR(1) NOT NULL,
             MSG_ADDRESS      VARCHAR(60) NOT NULL,
             MSG_DESC         VARCHAR(80) NOT NULL,
             MSG_STATUS       CHAR(2) NOT NULL,
             QUEUED_TS        TIMESTAMP NOT NULL,
             EXTRACT_TS       TIMESTAMP,
             STATUS_TS        TIMESTAMP,
             RETURN_REASON    CHAR(40)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.OUTBOUND_MESSAGE          *
      ******************************************************************
       01  DCLOUTBOUND-MESSAGE.
           10 MSG-ID            PIC S9(9) COMP.
           10 CUSTOMER-ID       PIC S9(9) COMP.
           10 CHANNEL           PIC X(1).
           10 CONTACT-TYPE      PIC X(6).
           10 SOURCE-PROGRAM    PIC X(8).
           10 OVERRIDE-FLAG     PIC X(1).
           10 MSG-ADDRESS.
              49 MSG-ADDRESS-LN  PIC S9(4) COMP.
              49 MSG-ADDRESS-TX  PIC X(60).
           10 MSG-DESC.
              49 MSG-DESC-LN     PIC S9(4) COMP.
              49 MSG-DESC-TX     PIC X(80).
           10 MSG-STATUS        PIC X(2).
           10 QUEUED-TS         PIC X(26).
           10 EXTRACT-TS        PIC X(26).
           10 STATUS-TS         PIC X(26).
           10 RETURN-REASON     PIC X(40).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
