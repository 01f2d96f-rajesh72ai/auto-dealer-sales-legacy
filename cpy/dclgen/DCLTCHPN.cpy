      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.TECH_TIME_PUNCH)                       *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLTCHPN))                   *
      *       ACTION(REPLACE)                                        *
      *       LANGUAGE(COBOL)                                        *
      *       STRUCTURE(DCLTECH-TIME-PUNCH)                           *
      *       APTS(YES)                                              *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING      *
      *       STATEMENTS.                                            *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.TECH_TIME_PUNCH TABLE
           ( PUNCH_ID         INTEGER NOT NULL,
             RO_NUMBER        INTEGER NOT NULL,
             LINE_NUMBER      SMALLINT NOT NULL,
             TECHNICIAN_ID    CHAR(8) NOT NULL,
             DEALER_CODE      CHAR(5) NOT NULL,
             CLOCK_ON_TS      TIMESTAMP NOT NULL,
             CLOCK_OFF_TS     TIMESTAMP,
             CLOCKED_HOURS    DECIMAL(5,2) NOT NULL,
             PUNCH_STATUS     CHAR(1) NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.TECH_TIME_PUNCH         *
      ******************************************************************
       01  DCLTECH-TIME-PUNCH.
           10 PUNCH-ID          PIC S9(9) COMP.
           10 RO-NUMBER         PIC S9(9) COMP.
           10 LINE-NUMBER       PIC S9(4) COMP.
           10 TECHNICIAN-ID     PIC X(8).
           10 DEALER-CODE       PIC X(5).
           10 CLOCK-ON-TS       PIC X(26).
           10 CLOCK-OFF-TS      PIC X(26).
           10 CLOCKED-HOURS     PIC S9(3)V9(2) COMP-3.
           10 PUNCH-STATUS      PIC X(1).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 9      *
      ******************************************************************
