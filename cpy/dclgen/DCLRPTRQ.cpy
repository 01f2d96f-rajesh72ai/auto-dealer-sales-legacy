      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.REPORT_REQUEST)                          *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLRPTRQ))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLREPORT-REQUEST)                             *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.REPORT_REQUEST TABLE
           ( REQUEST_ID       INTEGER NOT NULL,
             REPORT_ID        CHAR(8) NOT NULL,
             REQUESTED_BY     CHAR(8) NOT NULL,
             DEALER_CODE      CHAR(5) NOT NULL,
             FROM_DATE        DATE,
             TO_DATE          DATE,
             DELIVERY_METHOD  CHAR(1) NOT NULL,
             DELIVERY_DEST    VARCHAR(60) NOT NULL,
             REQUEST_STATUS   CHAR(2) NOT NULL,
             REQUESTED_TS     TIMESTAMP NOT NULL,
             STARTED_TS       TIMESTAMP,
             COMPLETED_TS     TIMESTAMP,
             TRANSMIT_ID      INTEGER,
             RESULT_MSG       VARCHAR(60)
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.REPORT_REQUEST            *
      ******************************************************************
       01  DCLREPORT-REQUEST.
           10 REQUEST-ID        PIC S9(9) COMP.
           10 REPORT-ID         PIC X(8).
           10 REQUESTED-BY      PIC X(8).
           10 DEALER-CODE       PIC X(5).
           10 FROM-DATE         PIC X(10).
           10 TO-DATE           PIC X(10).
           10 DELIVERY-METHOD   PIC X(1).
           10 DELIVERY-DEST.
              49 DELIVERY-DEST-LN PIC S9(4) COMP.
              49 DELIVERY-DEST-TX PIC X(60).
           10 REQUEST-STATUS    PIC X(2).
           10 REQUESTED-TS      PIC X(26).
           10 STARTED-TS        PIC X(26).
           10 COMPLETED-TS      PIC X(26).
           10 TRANSMIT-ID       PIC S9(9) COMP.
           10 RESULT-MSG.
              49 RESULT-MSG-LN  PIC S9(4) COMP.
              49 RESULT-MSG-TX  PIC X(60).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 14      *
      ******************************************************************
