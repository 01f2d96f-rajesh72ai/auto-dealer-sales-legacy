      ******************************************************************
      * DCLGEN TABLE(AUTOSALE.ALLOC_QUOTA)                             *
      *       LIBRARY(AUTOSALE.COPYLIB(DCLALQTA))                      *
      *       ACTION(REPLACE)                                          *
      *       LANGUAGE(COBOL)                                          *
      *       STRUCTURE(DCLALLOC-QUOTA)                                *
      *       APTS(YES)                                                *
      *       ... IS THE DCLGEN COMMAND THAT MADE THE FOLLOWING        *
      *       STATEMENTS.                                              *
      ******************************************************************
           EXEC SQL DECLARE AUTOSALE.ALLOC_QUOTA TABLE
           ( ALLOC_MONTH      CHAR(7) NOT NULL,
             DEALER_CODE      CHAR(5) NOT NULL,
             MODEL_YEAR       SMALLINT NOT NULL,
             MAKE_CODE        CHAR(3) NOT NULL,
             MODEL_CODE       CHAR(6) NOT NULL,
             TRAIL_SALES      SMALLINT NOT NULL,
             TRAIL_DAYS       SMALLINT NOT NULL,
             DAILY_RATE       DECIMAL(7,4) NOT NULL,
             ON_HAND_COUNT    SMALLINT NOT NULL,
             PIPELINE_COUNT   SMALLINT NOT NULL,
             DAYS_SUPPLY      SMALLINT NOT NULL,
             TARGET_DAYS      SMALLINT NOT NULL,
             EARNED_UNITS     SMALLINT NOT NULL,
             ALLOCATED_UNITS  SMALLINT NOT NULL,
             CALC_TS          TIMESTAMP NOT NULL,
             UPDATED_TS       TIMESTAMP NOT NULL
           ) END-EXEC.
      ******************************************************************
      * COBOL DECLARATION FOR TABLE AUTOSALE.ALLOC_QUOTA               *
      ******************************************************************
       01  DCLALLOC-QUOTA.
           10 ALLOC-MONTH       PIC X(7).
           10 DEALER-CODE       PIC X(5).
           10 MODEL-YEAR        PIC S9(4) COMP.
           10 MAKE-CODE         PIC X(3).
           10 MODEL-CODE        PIC X(6).
           10 TRAIL-SALES       PIC S9(4) COMP.
           10 TRAIL-DAYS        PIC S9(4) COMP.
           10 DAILY-RATE        PIC S9(3)V9(4) COMP-3.
           10 ON-HAND-COUNT     PIC S9(4) COMP.
           10 PIPELINE-COUNT    PIC S9(4) COMP.
           10 DAYS-SUPPLY       PIC S9(4) COMP.
           10 TARGET-DAYS       PIC S9(4) COMP.
           10 EARNED-UNITS      PIC S9(4) COMP.
           10 ALLOCATED-UNITS   PIC S9(4) COMP.
           10 CALC-TS           PIC X(26).
           10 UPDATED-TS        PIC X(26).
      ******************************************************************
      * THE NUMBER OF COLUMNS DESCRIBED BY THIS DECLARATION IS 16      *
      ******************************************************************
