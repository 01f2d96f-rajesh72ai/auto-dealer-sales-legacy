       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMUPRL0.
      ****************************************************************
      * PROGRAM:   COMUPRL0                                          *
      * SYSTEM:    AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING   *
      * AUTHOR:    AUTOSALES DEVELOPMENT TEAM                        *
      * DATE:      2026-10-15                                        *
      * PURPOSE:   USED-VEHICLE ASKING PRICE SCHEDULE SERVICE. ONE   *
      *            PLACE FOR THE PRICING RULES SO VEHRCN00 (PRICE    *
      *            SET AT FRONT-LINE READY), BATUMD00 (NIGHTLY       *
      *            MARKDOWN) AND VEHUPR00 (MANUAL PRICE CHANGE)      *
      *            AGREE ON THE SCHEDULE:                            *
      *              INIT - OPENING ASKING PRICE = COST BASIS        *
      *                     (ACQUISITION + RECON, ALL VEHICLE_COST   *
      *                     BUCKETS) MARKED UP BY THE MARKUP PCT     *
      *              SCHD - SCHEDULED PRICE FOR A UNIT'S AGE: THE    *
      *                     OPENING PRICE LESS THE CUMULATIVE        *
      *                     MARKDOWN PCT FOR DAY 30, 45 OR 60        *
      *            PRICES ARE ROUNDED TO WHOLE DOLLARS.              *
      *                                                              *
      *            SCHEDULE (SYSTEM_CONFIG, MAINTAINED IN ADMCFG00): *
      *              USEDPRC_MARKUP_PCT   DEFAULT 20.00              *
      *              USEDPRC_MD30_PCT     DEFAULT  3.00              *
      *              USEDPRC_MD45_PCT     DEFAULT  6.00              *
      *              USEDPRC_MD60_PCT     DEFAULT 10.00              *
      *            EACH MARKDOWN PCT IS THE TOTAL CUT FROM THE       *
      *            OPENING PRICE AT THAT AGE, NOT AN ADDED STEP.     *
      *                                                              *
      * CALL INTERFACE:                                              *
      *   CALL 'COMUPRL0' USING LS-UPR-REQUEST                       *
      *                         LS-UPR-RESULT                        *
      *                                                              *
      * RETURN CODES:                                                *
      *   00 - SUCCESS                                               *
      *   08 - INVALID FUNCTION                                      *
      *   12 - DB2 ERROR READING SYSTEM_CONFIG                       *
      *                                                              *
      * TABLES:    AUTOSALE.SYSTEM_CONFIG (READ)                     *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-10-15  INITIAL CREATION                               *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
      *
       DATA DIVISION.
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID            PIC X(08) VALUE 'COMUPRL0'.
      *
           COPY WSSQLCA.
      *
           COPY DCLSYSCF.
      *
      *    SCHEDULE IN EFFECT FOR THIS CALL
      *
       01  WS-SCHEDULE.
           05  WS-MARKUP-PCT       PIC S9(03)V99 COMP-3 VALUE +0.
           05  WS-MD30-PCT         PIC S9(03)V99 COMP-3 VALUE +0.
           05  WS-MD45-PCT         PIC S9(03)V99 COMP-3 VALUE +0.
           05  WS-MD60-PCT         PIC S9(03)V99 COMP-3 VALUE +0.
      *
       01  WS-CFG-KEY              PIC X(30) VALUE SPACES.
       01  WS-CFG-PCT              PIC S9(03)V99 COMP-3 VALUE +0.
       01  WS-WHOLE-DOLLARS        PIC S9(09) COMP-3 VALUE +0.
      *
       LINKAGE SECTION.
      *
      *    PRICE SCHEDULE REQUEST
      *
       01  LS-UPR-REQUEST.
           05  LS-UP-FUNCTION      PIC X(04).
               88  LS-UP-FN-INIT             VALUE 'INIT'.
               88  LS-UP-FN-SCHD             VALUE 'SCHD'.
           05  LS-UP-COST-BASIS    PIC S9(09)V99 COMP-3.
           05  LS-UP-BASE-PRICE    PIC S9(09)V99 COMP-3.
           05  LS-UP-DAYS-IN-STOCK PIC S9(04) COMP.
      *
      *    PRICE SCHEDULE RESULT
      *
       01  LS-UPR-RESULT.
           05  LS-UP-RETURN-CODE   PIC S9(04) COMP.
           05  LS-UP-PRICE         PIC S9(09)V99 COMP-3.
           05  LS-UP-STEP          PIC S9(04) COMP.
           05  LS-UP-STEP-PCT      PIC S9(03)V99 COMP-3.
           05  LS-UP-RETURN-MSG    PIC X(50).
      *
       PROCEDURE DIVISION USING LS-UPR-REQUEST
                                LS-UPR-RESULT.
      *
       0000-MAIN-CONTROL.
      *
           MOVE +0 TO LS-UP-RETURN-CODE
           MOVE +0 TO LS-UP-PRICE
           MOVE +0 TO LS-UP-STEP
           MOVE +0 TO LS-UP-STEP-PCT
           MOVE SPACES TO LS-UP-RETURN-MSG
      *
           IF NOT LS-UP-FN-INIT
           AND NOT LS-UP-FN-SCHD
               MOVE +8 TO LS-UP-RETURN-CODE
               MOVE 'INVALID FUNCTION - USE INIT OR SCHD'
                   TO LS-UP-RETURN-MSG
               GOBACK
           END-IF
      *
           PERFORM 1000-LOAD-SCHEDULE THRU 1000-EXIT
      *
           IF LS-UP-RETURN-CODE NOT = +0
               GOBACK
           END-IF
      *
           IF LS-UP-FN-INIT
               PERFORM 2000-OPENING-PRICE
           ELSE
               PERFORM 3000-SCHEDULED-PRICE
           END-IF
      *
           GOBACK
           .
      *
      ****************************************************************
      *    1000-LOAD-SCHEDULE - CONFIG KEYS, DEFAULT WHEN ABSENT     *
      ****************************************************************
       1000-LOAD-SCHEDULE.
      *
           MOVE 'USEDPRC_MARKUP_PCT' TO WS-CFG-KEY
           MOVE +20.00 TO WS-CFG-PCT
           PERFORM 1100-READ-PCT THRU 1100-EXIT
           MOVE WS-CFG-PCT TO WS-MARKUP-PCT
      *
           MOVE 'USEDPRC_MD30_PCT' TO WS-CFG-KEY
           MOVE +3.00 TO WS-CFG-PCT
           PERFORM 1100-READ-PCT THRU 1100-EXIT
           MOVE WS-CFG-PCT TO WS-MD30-PCT
      *
           MOVE 'USEDPRC_MD45_PCT' TO WS-CFG-KEY
           MOVE +6.00 TO WS-CFG-PCT
           PERFORM 1100-READ-PCT THRU 1100-EXIT
           MOVE WS-CFG-PCT TO WS-MD45-PCT
      *
           MOVE 'USEDPRC_MD60_PCT' TO WS-CFG-KEY
           MOVE +10.00 TO WS-CFG-PCT
           PERFORM 1100-READ-PCT THRU 1100-EXIT
           MOVE WS-CFG-PCT TO WS-MD60-PCT
           .
       1000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    1100-READ-PCT - ONE SYSTEM_CONFIG PERCENTAGE              *
      ****************************************************************
       1100-READ-PCT.
      *
           IF LS-UP-RETURN-CODE NOT = +0
               GO TO 1100-EXIT
           END-IF
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :CONFIG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY = :WS-CFG-KEY
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   COMPUTE WS-CFG-PCT =
                       FUNCTION NUMVAL(CONFIG-VALUE-TX(
                           1:CONFIG-VALUE-LN))
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   MOVE +12 TO LS-UP-RETURN-CODE
                   MOVE 'DB2 ERROR READING SYSTEM_CONFIG'
                       TO LS-UP-RETURN-MSG
           END-EVALUATE
           .
       1100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2000-OPENING-PRICE - COST BASIS PLUS MARKUP               *
      ****************************************************************
       2000-OPENING-PRICE.
      *
           COMPUTE WS-WHOLE-DOLLARS ROUNDED =
               LS-UP-COST-BASIS * (100 + WS-MARKUP-PCT) / 100
           MOVE WS-WHOLE-DOLLARS TO LS-UP-PRICE
           MOVE +0 TO LS-UP-STEP
           MOVE WS-MARKUP-PCT TO LS-UP-STEP-PCT
           .
      *
      ****************************************************************
      *    3000-SCHEDULED-PRICE - OPENING PRICE LESS THE MARKDOWN    *
      *    FOR THE UNIT'S AGE (STEP 0 / 1 AT 30 / 2 AT 45 / 3 AT 60) *
      ****************************************************************
       3000-SCHEDULED-PRICE.
      *
           EVALUATE TRUE
               WHEN LS-UP-DAYS-IN-STOCK >= +60
                   MOVE +3 TO LS-UP-STEP
                   MOVE WS-MD60-PCT TO LS-UP-STEP-PCT
               WHEN LS-UP-DAYS-IN-STOCK >= +45
                   MOVE +2 TO LS-UP-STEP
                   MOVE WS-MD45-PCT TO LS-UP-STEP-PCT
               WHEN LS-UP-DAYS-IN-STOCK >= +30
                   MOVE +1 TO LS-UP-STEP
                   MOVE WS-MD30-PCT TO LS-UP-STEP-PCT
               WHEN OTHER
                   MOVE +0 TO LS-UP-STEP
                   MOVE +0 TO LS-UP-STEP-PCT
           END-EVALUATE
      *
           COMPUTE WS-WHOLE-DOLLARS ROUNDED =
               LS-UP-BASE-PRICE * (100 - LS-UP-STEP-PCT) / 100
           MOVE WS-WHOLE-DOLLARS TO LS-UP-PRICE
           .
      ****************************************************************
      * END OF COMUPRL0                                              *
      ****************************************************************
