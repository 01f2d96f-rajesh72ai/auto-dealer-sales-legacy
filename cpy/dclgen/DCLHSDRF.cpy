      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.HOUSE_LOAN_DRAFT)                        *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLHSDRF))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLHOUSE-LOAN-DRAFT)                           *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.HOUSE_LOAN_DRAFT TABLE
           ( DRAFT_ID         INTEGER NOT NULL,
             LOAN_ID          INTEGER NOT NULL,
             DUE_DATE         DATE NOT NULL,
             DRAFT_AMOUNT     DECIMAL(9,2) NOT NULL,
             FILE_DATE        DATE NOT NULL,
             DRAFT_STATUS     CHAR(2) NOT NULL,
             RETURN_REASON    CHAR(3),
             RETURN_DATE      DATE,
             PMT_SEQ          SMALLINT,
             UPDATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.HOUSE_LOAN_DRAFT          *
      ******************************************************************
       01  DCLHOUSE-LOAN-DRAFT.
           10 DRAFT-ID          PIC S9(9) COMP.
           10 LOAN-ID           PIC S9(9) COMP.
           10 DUE-DATE          PIC X(10).
           10 DRAFT-AMOUNT      PIC S9(7)V9(2) COMP-3.
           10 FILE-DATE         PIC X(10).
           10 DRAFT-STATUS      PIC X(2).
           10 RETURN-REASON     PIC X(3).
           10 RETURN-DATE       PIC X(10).
           10 PMT-SEQ           PIC S9(4) COMP.
           10 UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 10      *
      ******************************************************************
