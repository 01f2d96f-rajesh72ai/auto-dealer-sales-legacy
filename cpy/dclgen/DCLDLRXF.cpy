      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.DEALER_TRANSFER)                         *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLDLRXF))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLDEALER-TRANSFER)                            *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.DEALER_TRANSFER TABLE
           ( OLD_DEALER_CODE  CHAR(5) NOT NULL,
             NEW_DEALER_CODE  CHAR(5) NOT NULL,
             EFFECTIVE_DATE   DATE NOT NULL,
             FP_DISPOSITION   CHAR(1) NOT NULL,
             NEW_LENDER_ID    CHAR(5),
             XFER_STATUS      CHAR(2) NOT NULL,
             VEHICLES_MOVED   INTEGER NOT NULL,
             FP_LINES_MOVED   INTEGER NOT NULL,
             DEALS_MOVED      INTEGER NOT NULL,
             LEADS_MOVED      INTEGER NOT NULL,
             CUSTOMERS_MOVED  INTEGER NOT NULL,
             USERS_MOVED      INTEGER NOT NULL,
             PARTS_MOVED      INTEGER NOT NULL,
             ROS_MOVED        INTEGER NOT NULL,
             REQUESTED_BY     CHAR(8) NOT NULL,
             REQUESTED_TS     TIMESTAMP NOT NULL,
             COMPLETED_TS     TIMESTAMP
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.DEALER_TRANSFER           *
      ******************************************************************
       01  DCLDEALER-TRANSFER.
           10 OLD-DEALER-CODE   PIC X(5).
           10 NEW-DEALER-CODE   PIC X(5).
           10 EFFECTIVE-DATE    PIC X(10).
           10 FP-DISPOSITION    PIC X(1).
           10 NEW-LENDER-ID     PIC X(5).
           10 XFER-STATUS       PIC X(2).
           10 VEHICLES-MOVED    PIC S9(9) COMP.
           10 FP-LINES-MOVED    PIC S9(9) COMP.
           10 DEALS-MOVED       PIC S9(9) COMP.
           10 LEADS-MOVED       PIC S9(9) COMP.
           10 CUSTOMERS-MOVED   PIC S9(9) COMP.
           10 USERS-MOVED       PIC S9(9) COMP.
           10 PARTS-MOVED       PIC S9(9) COMP.
           10 ROS-MOVED         PIC S9(9) COMP.
           10 REQUESTED-BY      PIC X(8).
           10 REQUESTED-TS      PIC X(26).
           10 COMPLETED-TS      PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 17      *
      ******************************************************************
