      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.WARRANTY_PART_TAG)                       *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLWPTAG))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLWARRANTY-PART-TAG)                          *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.WARRANTY_PART_TAG TABLE
           ( TAG_ID           INTEGER NOT NULL,
             CLAIM_ID         INTEGER NOT NULL,
             RO_NUMBER        INTEGER NOT NULL,
             LINE_NUMBER      SMALLINT NOT NULL,
             DEALER_CODE      CHAR(5) NOT NULL,
             PART_NUMBER      CHAR(15) NOT NULL,
             QUANTITY         INTEGER NOT NULL,
             RETENTION_BIN    CHAR(8) NOT NULL,
             TAGGED_DATE      DATE NOT NULL,
             RETAIN_UNTIL     DATE NOT NULL,
             TAG_STATUS       CHAR(2) NOT NULL,
             SHIPMENT_ID      INTEGER,
             UPDATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.WARRANTY_PART_TAG         *
      ******************************************************************
       01  DCLWARRANTY-PART-TAG.
           10 TAG-ID             PIC S9(9) COMP.
           10 CLAIM-ID           PIC S9(9) COMP.
           10 RO-NUMBER          PIC S9(9) COMP.
           10 LINE-NUMBER        PIC S9(4) COMP.
           10 DEALER-CODE        PIC X(5).
           10 PART-NUMBER        PIC X(15).
           10 QUANTITY           PIC S9(9) COMP.
           10 RETENTION-BIN      PIC X(8).
           10 TAGGED-DATE        PIC X(10).
           10 RETAIN-UNTIL       PIC X(10).
           10 TAG-STATUS         PIC X(2).
           10 SHIPMENT-ID        PIC S9(9) COMP.
           10 UPDATED-TS         PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 13      *
      ******************************************************************
