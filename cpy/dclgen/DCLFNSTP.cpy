      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.FINANCE_STIP)                            *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLFNSTP))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLFINANCE-STIP)                               *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.FINANCE_STIP TABLE
           ( FINANCE_ID       CHAR(12) NOT NULL,
             STIP_SEQ         SMALLINT NOT NULL,
             STIP_CODE        CHAR(3) NOT NULL,
             STIP_DESC        VARCHAR(60) NOT NULL,
             STIP_STATUS      CHAR(2) NOT NULL,
             FI_MGR_ID        CHAR(8) NOT NULL,
             REQUESTED_DATE   DATE NOT NULL,
             RECEIVED_DATE    DATE,
             RECEIVED_BY      CHAR(8),
             CLEARED_DATE     DATE,
             CLEARED_BY       CHAR(8),
             UPDATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.FINANCE_STIP              *
      ******************************************************************
       01  DCLFINANCE-STIP.
           10 FINANCE-ID        PIC X(12).
           10 STIP-SEQ          PIC S9(4) COMP.
           10 STIP-CODE         PIC X(3).
           10 STIP-DESC.
              49 STIP-DESC-LN    PIC S9(4) COMP.
              49 STIP-DESC-TX    PIC X(60).
           10 STIP-STATUS       PIC X(2).
           10 FI-MGR-ID         PIC X(8).
           10 REQUESTED-DATE    PIC X(10).
           10 RECEIVED-DATE     PIC X(10).
           10 RECEIVED-BY       PIC X(8).
           10 CLEARED-DATE      PIC X(10).
           10 CLEARED-BY        PIC X(8).
           10 UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 12      *
      ******************************************************************
