       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATTAE00.
      ****************************************************************
      * PROGRAM:    BATTAE00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     BAT - BATCH PROCESSING                           *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    MONTHLY TURN-AND-EARN ALLOCATION QUOTA. FOR      *
      *             EVERY DEALER AND MODEL IN THE LATEST STOCK       *
      *             SNAPSHOT (STKSNAP0) THE TRAILING SALES RATE IS   *
      *             TAKEN FROM DELIVERED DEALS, THE SAME WAY         *
      *             RPTDSP00 DOES FOR DAYS SUPPLY, AND THE OEM       *
      *             TURN-AND-EARN FORMULA IS APPLIED:                *
      *               DAILY RATE  = TRAILING SALES / TRAILING DAYS   *
      *               TARGET      = DAILY RATE * TARGET DAYS SUPPLY  *
      *               PIPELINE    = ON HAND + IN TRANSIT + ALLOCATED *
      *               EARNED      = TARGET - PIPELINE (NOT < ZERO)   *
      *             THE EARNED UNITS ARE HELD ON ALLOC_QUOTA FOR THE *
      *             MONTH. PLIALLO0 AUTO-ALLOCATION FILLS THEM IN    *
      *             ORDER (LOWEST DAYS SUPPLY FIRST) AND COUNTS      *
      *             EACH UNIT AGAINST THE QUOTA. A RE-RUN IN THE     *
      *             SAME MONTH RECALCULATES THE QUOTA BUT KEEPS THE  *
      *             UNITS ALREADY ALLOCATED AGAINST IT.              *
      *             THE REPORT ALSO LISTS THE PRIOR MONTH'S          *
      *             SHORTFALLS - QUOTA EARNED BUT NOT FILLED.        *
      *                                                              *
      *             SYSTEM_CONFIG:                                   *
      *               TAE_TARGET_DAYS  (60)  TARGET DAYS SUPPLY      *
      *               TAE_TRAIL_DAYS   (90)  TRAILING SALES WINDOW   *
      *                                                              *
      * TABLES:     AUTOSALE.ALLOC_QUOTA     (READ/INSERT/UPDATE)    *
      *             AUTOSALE.STOCK_SNAPSHOT  (READ)                  *
      *             AUTOSALE.STOCK_POSITION  (READ)                  *
      *             AUTOSALE.SALES_DEAL      (READ)                  *
      *             AUTOSALE.VEHICLE         (READ)                  *
      *             AUTOSALE.DEALER          (READ)                  *
      *             AUTOSALE.SYSTEM_CONFIG   (READ)                  *
      *                                                              *
      * OUTPUT:     TAERPT DD - QUOTA AND SHORTFALL REPORT (132)     *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-10-15  INITIAL CREATION                               *
      *   2026-10-15  DEALER TEST ON ACTIVE_FLAG - CLOSED-OUT STORES *
      *               NO LONGER EARN QUOTA                           *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAE-REPORT-FILE
               ASSIGN TO TAERPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TAERPT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  TAE-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  TAE-REPORT-RECORD             PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID                  PIC X(08) VALUE 'BATTAE00'.
      *
       01  WS-TAERPT-STATUS              PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  WS-COUNTERS.
           05  WS-MODEL-COUNT            PIC S9(09) COMP-3 VALUE +0.
           05  WS-EARNING-COUNT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-EARNED-TOTAL           PIC S9(09) COMP-3 VALUE +0.
           05  WS-SHORT-COUNT            PIC S9(09) COMP-3 VALUE +0.
           05  WS-SHORT-UNITS            PIC S9(09) COMP-3 VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
      *
       01  WS-FLAGS.
           05  WS-EOF-QTA                PIC X(01) VALUE 'N'.
               88  WS-QTA-DONE                     VALUE 'Y'.
           05  WS-EOF-SHT                PIC X(01) VALUE 'N'.
               88  WS-SHT-DONE                     VALUE 'Y'.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YYYY              PIC 9(04).
           05  WS-CURR-MM                PIC 9(02).
           05  WS-CURR-DD                PIC 9(02).
           05  FILLER                    PIC X(13).
      *
       01  WS-TODAY-DATE                 PIC X(10) VALUE SPACES.
      *
       01  WS-MONTH-FIELDS.
           05  WS-ALLOC-MONTH            PIC X(07) VALUE SPACES.
           05  WS-PRIOR-MONTH            PIC X(07) VALUE SPACES.
           05  WS-PRIOR-YYYY             PIC 9(04) VALUE ZEROS.
           05  WS-PRIOR-MM               PIC 9(02) VALUE ZEROS.
      *
       01  WS-CONFIG-FIELDS.
           05  WS-TARGET-DAYS            PIC S9(04) COMP VALUE +60.
           05  WS-TRAIL-DAYS             PIC S9(04) COMP VALUE +90.
       01  WS-HV-CFG-VALUE               PIC X(100) VALUE SPACES.
      *
      *    HOST VARIABLES - QUOTA CURSOR
      *
       01  WS-HV-QTA.
           05  WS-HV-DEALER-CODE         PIC X(05).
           05  WS-HV-MODEL-YEAR          PIC S9(04) COMP.
           05  WS-HV-MAKE-CODE           PIC X(03).
           05  WS-HV-MODEL-CODE          PIC X(06).
           05  WS-HV-ON-HAND             PIC S9(04) COMP.
           05  WS-HV-IN-TRANSIT          PIC S9(04) COMP.
           05  WS-HV-ALLOCATED           PIC S9(04) COMP.
           05  WS-HV-TRAIL-SALES         PIC S9(04) COMP.
           05  WS-HV-EARNED              PIC S9(04) COMP.
           05  WS-HV-FILLED              PIC S9(04) COMP.
      *
      *    TURN-AND-EARN WORK FIELDS
      *
       01  WS-CALC-FIELDS.
           05  WS-DAILY-RATE             PIC S9(03)V9(04) COMP-3
                                                        VALUE +0.
           05  WS-DAYS-SUPPLY            PIC S9(04) COMP VALUE +0.
           05  WS-PIPELINE               PIC S9(04) COMP VALUE +0.
           05  WS-TARGET-UNITS           PIC S9(05) COMP-3 VALUE +0.
           05  WS-EARNED-UNITS           PIC S9(04) COMP VALUE +0.
           05  WS-SHORT-QTY              PIC S9(04) COMP VALUE +0.
      *
      *    REPORT LINES (132)
      *
       01  WS-RPT-HEADER-1.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(40)
               VALUE 'AUTOSALES DEALER MANAGEMENT SYSTEM      '.
           05  FILLER                    PIC X(34)
               VALUE ' TURN-AND-EARN ALLOCATION QUOTA   '.
           05  FILLER                    PIC X(08) VALUE 'MONTH: '.
           05  WS-RH1-MONTH              PIC X(07).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  FILLER                    PIC X(07) VALUE 'DATE: '.
           05  WS-RH1-DATE               PIC X(10).
           05  FILLER                    PIC X(21) VALUE SPACES.
      *
       01  WS-RPT-HEADER-2.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(131) VALUE ALL '-'.
      *
       01  WS-SECTION-HDR.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-SH-TEXT                PIC X(60).
           05  FILLER                    PIC X(71) VALUE SPACES.
      *
       01  WS-QUOTA-HDR.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(08) VALUE 'DEALER  '.
           05  FILLER                    PIC X(06) VALUE 'YEAR  '.
           05  FILLER                    PIC X(05) VALUE 'MAKE '.
           05  FILLER                    PIC X(08) VALUE 'MODEL   '.
           05  FILLER                    PIC X(10) VALUE ' SOLD     '.
           05  FILLER                    PIC X(10) VALUE 'RATE/DAY  '.
           05  FILLER                    PIC X(09) VALUE 'ON HAND  '.
           05  FILLER                    PIC X(10) VALUE 'PIPELINE  '.
           05  FILLER                    PIC X(12) VALUE
               'DAYS SUPPLY '.
           05  FILLER                    PIC X(08) VALUE 'TARGET  '.
           05  FILLER                    PIC X(08) VALUE 'EARNED  '.
           05  FILLER                    PIC X(37) VALUE SPACES.
      *
       01  WS-QUOTA-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-QL-DEALER              PIC X(05).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-QL-YEAR                PIC 9(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-QL-MAKE                PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-QL-MODEL               PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-QL-SOLD                PIC ZZZ9.
           05  FILLER                    PIC X(05) VALUE SPACES.
           05  WS-QL-RATE                PIC ZZ9.9999.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-QL-ON-HAND             PIC ZZZ9.
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  WS-QL-PIPELINE            PIC ZZZ9.
           05  FILLER                    PIC X(07) VALUE SPACES.
           05  WS-QL-DAYS-SUPPLY         PIC ZZZ9.
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  WS-QL-TARGET              PIC ZZZ9.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  WS-QL-EARNED              PIC ZZZ9.
           05  FILLER                    PIC X(41) VALUE SPACES.
      *
       01  WS-SHORT-HDR.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(08) VALUE 'DEALER  '.
           05  FILLER                    PIC X(06) VALUE 'YEAR  '.
           05  FILLER                    PIC X(05) VALUE 'MAKE '.
           05  FILLER                    PIC X(08) VALUE 'MODEL   '.
           05  FILLER                    PIC X(10) VALUE 'EARNED    '.
           05  FILLER                    PIC X(10) VALUE 'FILLED    '.
           05  FILLER                    PIC X(10) VALUE 'SHORT     '.
           05  FILLER                    PIC X(74) VALUE SPACES.
      *
       01  WS-SHORT-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-SL-DEALER              PIC X(05).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-SL-YEAR                PIC 9(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SL-MAKE                PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SL-MODEL               PIC X(06).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-SL-EARNED              PIC ZZZ9.
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  WS-SL-FILLED              PIC ZZZ9.
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  WS-SL-SHORT               PIC ZZZ9.
           05  FILLER                    PIC X(80) VALUE SPACES.
      *
       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-TL-LABEL               PIC X(30).
           05  WS-TL-COUNT               PIC Z(6)9.
           05  FILLER                    PIC X(92) VALUE SPACES.
      *
      *    QUOTA CURSOR - LATEST SNAPSHOT POSITION PER DEALER/MODEL
      *    WITH THE TRAILING DELIVERED-DEAL COUNT AND WHAT IS
      *    ALREADY ALLOCATED BUT NOT YET SHIPPED
      *
           EXEC SQL DECLARE CSR_TAE_QTA CURSOR WITH HOLD FOR
               SELECT S.DEALER_CODE
                    , S.MODEL_YEAR
                    , S.MAKE_CODE
                    , S.MODEL_CODE
                    , S.ON_HAND_COUNT
                    , S.IN_TRANSIT_COUNT
                    , COALESCE(P.ALLOCATED_COUNT, 0)
                    , ( SELECT COUNT(*)
                        FROM AUTOSALE.SALES_DEAL D
                           , AUTOSALE.VEHICLE V
                        WHERE D.VIN = V.VIN
                          AND D.DEALER_CODE = S.DEALER_CODE
                          AND V.MODEL_YEAR  = S.MODEL_YEAR
                          AND V.MAKE_CODE   = S.MAKE_CODE
                          AND V.MODEL_CODE  = S.MODEL_CODE
                          AND D.DEAL_STATUS = 'DL'
                          AND D.DELIVERY_DATE >=
                              CURRENT DATE - :WS-TRAIL-DAYS DAYS )
               FROM   AUTOSALE.STOCK_SNAPSHOT S
               INNER JOIN AUTOSALE.DEALER R
                 ON   R.DEALER_CODE = S.DEALER_CODE
                AND   R.ACTIVE_FLAG = 'Y'
               LEFT JOIN AUTOSALE.STOCK_POSITION P
                 ON   P.DEALER_CODE = S.DEALER_CODE
                AND   P.MODEL_YEAR  = S.MODEL_YEAR
                AND   P.MAKE_CODE   = S.MAKE_CODE
                AND   P.MODEL_CODE  = S.MODEL_CODE
               WHERE  S.SNAPSHOT_DATE =
                      ( SELECT MAX(X.SNAPSHOT_DATE)
                        FROM AUTOSALE.STOCK_SNAPSHOT X
                        WHERE X.DEALER_CODE = S.DEALER_CODE )
               ORDER BY S.DEALER_CODE
                      , S.MAKE_CODE
                      , S.MODEL_CODE
                      , S.MODEL_YEAR
           END-EXEC
      *
      *    PRIOR MONTH QUOTA NOT FILLED
      *
           EXEC SQL DECLARE CSR_TAE_SHT CURSOR FOR
               SELECT DEALER_CODE
                    , MODEL_YEAR
                    , MAKE_CODE
                    , MODEL_CODE
                    , EARNED_UNITS
                    , ALLOCATED_UNITS
               FROM   AUTOSALE.ALLOC_QUOTA
               WHERE  ALLOC_MONTH = :WS-PRIOR-MONTH
                 AND  ALLOCATED_UNITS < EARNED_UNITS
               ORDER BY DEALER_CODE
                      , MAKE_CODE
                      , MODEL_CODE
                      , MODEL_YEAR
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'BATTAE00: TURN-AND-EARN QUOTA - START'
      *
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPEN-FILES
      *
           IF WS-TAERPT-STATUS = '00'
               PERFORM 3000-CALCULATE-QUOTAS THRU 3000-EXIT
               PERFORM 5000-PRIOR-SHORTFALLS THRU 5000-EXIT
               PERFORM 7000-PRINT-TOTALS
           ELSE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
      *
           PERFORM 9000-CLOSE-FILES
      *
           DISPLAY 'BATTAE00: PROCESSING COMPLETE'
           DISPLAY 'BATTAE00:   ALLOCATION MONTH = ' WS-ALLOC-MONTH
           DISPLAY 'BATTAE00:   DEALER/MODELS    = ' WS-MODEL-COUNT
           DISPLAY 'BATTAE00:   EARNING QUOTA    = ' WS-EARNING-COUNT
           DISPLAY 'BATTAE00:   UNITS EARNED     = ' WS-EARNED-TOTAL
           DISPLAY 'BATTAE00:   PRIOR SHORTFALLS = ' WS-SHORT-COUNT
           DISPLAY 'BATTAE00:   UNITS SHORT      = ' WS-SHORT-UNITS
           DISPLAY 'BATTAE00:   ERRORS           = ' WS-ERROR-COUNT
      *
           IF WS-ERROR-COUNT > +0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-SHORT-COUNT > +0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
      *
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE                                           *
      ****************************************************************
       1000-INITIALIZE.
      *
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-CURRENT-DATE-DATA
      *
           STRING WS-CURR-YYYY '-'
                  WS-CURR-MM   '-'
                  WS-CURR-DD
                  DELIMITED BY SIZE
                  INTO WS-TODAY-DATE
      *
           MOVE WS-TODAY-DATE(1:7) TO WS-ALLOC-MONTH
      *
           IF WS-CURR-MM = 01
               COMPUTE WS-PRIOR-YYYY = WS-CURR-YYYY - 1
               MOVE 12 TO WS-PRIOR-MM
           ELSE
               MOVE WS-CURR-YYYY TO WS-PRIOR-YYYY
               COMPUTE WS-PRIOR-MM = WS-CURR-MM - 1
           END-IF
           STRING WS-PRIOR-YYYY '-'
                  WS-PRIOR-MM
                  DELIMITED BY SIZE
                  INTO WS-PRIOR-MONTH
      *
           INITIALIZE WS-COUNTERS
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :WS-HV-CFG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY = 'TAE_TARGET_DAYS'
           END-EXEC
           IF SQLCODE = +0
               COMPUTE WS-TARGET-DAYS =
                   FUNCTION NUMVAL(WS-HV-CFG-VALUE(1:10))
           END-IF
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :WS-HV-CFG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY = 'TAE_TRAIL_DAYS'
           END-EXEC
           IF SQLCODE = +0
               COMPUTE WS-TRAIL-DAYS =
                   FUNCTION NUMVAL(WS-HV-CFG-VALUE(1:10))
           END-IF
           IF WS-TRAIL-DAYS NOT > +0
               MOVE +90 TO WS-TRAIL-DAYS
           END-IF
      *
           DISPLAY 'BATTAE00: TARGET DAYS SUPPLY  = ' WS-TARGET-DAYS
           DISPLAY 'BATTAE00: TRAILING SALES DAYS = ' WS-TRAIL-DAYS
           .
      *
      ****************************************************************
      *    2000-OPEN-FILES                                           *
      ****************************************************************
       2000-OPEN-FILES.
      *
           OPEN OUTPUT TAE-REPORT-FILE
           IF WS-TAERPT-STATUS NOT = '00'
               DISPLAY 'BATTAE00: ERROR OPENING TAERPT - '
                       WS-TAERPT-STATUS
           END-IF
      *
           MOVE WS-ALLOC-MONTH TO WS-RH1-MONTH
           MOVE WS-TODAY-DATE TO WS-RH1-DATE
           WRITE TAE-REPORT-RECORD FROM WS-RPT-HEADER-1
           WRITE TAE-REPORT-RECORD FROM WS-RPT-HEADER-2
           .
      *
      ****************************************************************
      *    3000-CALCULATE-QUOTAS                                     *
      ****************************************************************
       3000-CALCULATE-QUOTAS.
      *
           MOVE 'EARNED ALLOCATION QUOTA BY DEALER AND MODEL'
               TO WS-SH-TEXT
           WRITE TAE-REPORT-RECORD FROM WS-SECTION-HDR
           WRITE TAE-REPORT-RECORD FROM WS-QUOTA-HDR
      *
           EXEC SQL OPEN CSR_TAE_QTA END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATTAE00: ERROR OPENING QUOTA CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-QTA
      *
           PERFORM UNTIL WS-QTA-DONE
               EXEC SQL FETCH CSR_TAE_QTA
                   INTO :WS-HV-DEALER-CODE
                      , :WS-HV-MODEL-YEAR
                      , :WS-HV-MAKE-CODE
                      , :WS-HV-MODEL-CODE
                      , :WS-HV-ON-HAND
                      , :WS-HV-IN-TRANSIT
                      , :WS-HV-ALLOCATED
                      , :WS-HV-TRAIL-SALES
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 4000-EARN-ONE-MODEL
                   WHEN +100
                       SET WS-QTA-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATTAE00: DB2 FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-QTA-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_TAE_QTA END-EXEC
      *
           IF WS-ERROR-COUNT > +0
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'BATTAE00: QUOTA CHANGES ROLLED BACK'
           ELSE
               EXEC SQL COMMIT END-EXEC
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-EARN-ONE-MODEL - APPLY TURN-AND-EARN AND HOLD QUOTA  *
      ****************************************************************
       4000-EARN-ONE-MODEL.
      *
           ADD +1 TO WS-MODEL-COUNT
      *
           COMPUTE WS-DAILY-RATE ROUNDED =
               WS-HV-TRAIL-SALES / WS-TRAIL-DAYS
      *
      *    DAYS SUPPLY ON THE SAME RULE AS RPTDSP00
      *
           IF WS-DAILY-RATE > +0
               COMPUTE WS-DAYS-SUPPLY ROUNDED =
                   WS-HV-ON-HAND / WS-DAILY-RATE
                   ON SIZE ERROR
                       MOVE +9999 TO WS-DAYS-SUPPLY
               END-COMPUTE
               IF WS-DAYS-SUPPLY > +9999
                   MOVE +9999 TO WS-DAYS-SUPPLY
               END-IF
           ELSE
               IF WS-HV-ON-HAND > +0
                   MOVE +9999 TO WS-DAYS-SUPPLY
               ELSE
                   MOVE +0 TO WS-DAYS-SUPPLY
               END-IF
           END-IF
      *
      *    A STORE EARNS WHAT IT WOULD SELL THROUGH IN THE TARGET
      *    DAYS, LESS WHAT IT ALREADY HAS OR HAS COMING
      *
           COMPUTE WS-PIPELINE =
               WS-HV-ON-HAND + WS-HV-IN-TRANSIT + WS-HV-ALLOCATED
           COMPUTE WS-TARGET-UNITS ROUNDED =
               WS-DAILY-RATE * WS-TARGET-DAYS
      *
           IF WS-TARGET-UNITS > WS-PIPELINE
               COMPUTE WS-EARNED-UNITS =
                   WS-TARGET-UNITS - WS-PIPELINE
               ADD +1 TO WS-EARNING-COUNT
               ADD WS-EARNED-UNITS TO WS-EARNED-TOTAL
           ELSE
               MOVE +0 TO WS-EARNED-UNITS
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.ALLOC_QUOTA
                  SET TRAIL_SALES    = :WS-HV-TRAIL-SALES
                    , TRAIL_DAYS     = :WS-TRAIL-DAYS
                    , DAILY_RATE     = :WS-DAILY-RATE
                    , ON_HAND_COUNT  = :WS-HV-ON-HAND
                    , PIPELINE_COUNT = :WS-PIPELINE
                    , DAYS_SUPPLY    = :WS-DAYS-SUPPLY
                    , TARGET_DAYS    = :WS-TARGET-DAYS
                    , EARNED_UNITS   = :WS-EARNED-UNITS
                    , CALC_TS        = CURRENT TIMESTAMP
                    , UPDATED_TS     = CURRENT TIMESTAMP
               WHERE  ALLOC_MONTH = :WS-ALLOC-MONTH
                 AND  DEALER_CODE = :WS-HV-DEALER-CODE
                 AND  MODEL_YEAR  = :WS-HV-MODEL-YEAR
                 AND  MAKE_CODE   = :WS-HV-MAKE-CODE
                 AND  MODEL_CODE  = :WS-HV-MODEL-CODE
           END-EXEC
      *
           IF SQLCODE = +100
               EXEC SQL
                   INSERT INTO AUTOSALE.ALLOC_QUOTA
                   ( ALLOC_MONTH, DEALER_CODE, MODEL_YEAR,
                     MAKE_CODE, MODEL_CODE, TRAIL_SALES,
                     TRAIL_DAYS, DAILY_RATE, ON_HAND_COUNT,
                     PIPELINE_COUNT, DAYS_SUPPLY, TARGET_DAYS,
                     EARNED_UNITS, ALLOCATED_UNITS, CALC_TS,
                     UPDATED_TS )
                   VALUES
                   ( :WS-ALLOC-MONTH,
                     :WS-HV-DEALER-CODE,
                     :WS-HV-MODEL-YEAR,
                     :WS-HV-MAKE-CODE,
                     :WS-HV-MODEL-CODE,
                     :WS-HV-TRAIL-SALES,
                     :WS-TRAIL-DAYS,
                     :WS-DAILY-RATE,
                     :WS-HV-ON-HAND,
                     :WS-PIPELINE,
                     :WS-DAYS-SUPPLY,
                     :WS-TARGET-DAYS,
                     :WS-EARNED-UNITS,
                     0,
                     CURRENT TIMESTAMP,
                     CURRENT TIMESTAMP )
               END-EXEC
           END-IF
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATTAE00: ERROR WRITING QUOTA FOR '
                       WS-HV-DEALER-CODE ' ' WS-HV-MODEL-CODE
                       ' - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
      *
           MOVE WS-HV-DEALER-CODE TO WS-QL-DEALER
           MOVE WS-HV-MODEL-YEAR TO WS-QL-YEAR
           MOVE WS-HV-MAKE-CODE TO WS-QL-MAKE
           MOVE WS-HV-MODEL-CODE TO WS-QL-MODEL
           MOVE WS-HV-TRAIL-SALES TO WS-QL-SOLD
           MOVE WS-DAILY-RATE TO WS-QL-RATE
           MOVE WS-HV-ON-HAND TO WS-QL-ON-HAND
           MOVE WS-PIPELINE TO WS-QL-PIPELINE
           MOVE WS-DAYS-SUPPLY TO WS-QL-DAYS-SUPPLY
           MOVE WS-TARGET-UNITS TO WS-QL-TARGET
           MOVE WS-EARNED-UNITS TO WS-QL-EARNED
           WRITE TAE-REPORT-RECORD FROM WS-QUOTA-LINE
           .
      *
      ****************************************************************
      *    5000-PRIOR-SHORTFALLS - LAST MONTH'S QUOTA NOT FILLED     *
      ****************************************************************
       5000-PRIOR-SHORTFALLS.
      *
           MOVE SPACES TO TAE-REPORT-RECORD
           WRITE TAE-REPORT-RECORD
           MOVE SPACES TO WS-SH-TEXT
           STRING 'ALLOCATION SHORTFALLS FOR ' WS-PRIOR-MONTH
                  DELIMITED BY SIZE
                  INTO WS-SH-TEXT
           WRITE TAE-REPORT-RECORD FROM WS-SECTION-HDR
           WRITE TAE-REPORT-RECORD FROM WS-SHORT-HDR
      *
           EXEC SQL OPEN CSR_TAE_SHT END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATTAE00: ERROR OPENING SHORTFALL CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 5000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-SHT
      *
           PERFORM UNTIL WS-SHT-DONE
               EXEC SQL FETCH CSR_TAE_SHT
                   INTO :WS-HV-DEALER-CODE
                      , :WS-HV-MODEL-YEAR
                      , :WS-HV-MAKE-CODE
                      , :WS-HV-MODEL-CODE
                      , :WS-HV-EARNED
                      , :WS-HV-FILLED
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       COMPUTE WS-SHORT-QTY =
                           WS-HV-EARNED - WS-HV-FILLED
                       ADD +1 TO WS-SHORT-COUNT
                       ADD WS-SHORT-QTY TO WS-SHORT-UNITS
                       MOVE WS-HV-DEALER-CODE TO WS-SL-DEALER
                       MOVE WS-HV-MODEL-YEAR TO WS-SL-YEAR
                       MOVE WS-HV-MAKE-CODE TO WS-SL-MAKE
                       MOVE WS-HV-MODEL-CODE TO WS-SL-MODEL
                       MOVE WS-HV-EARNED TO WS-SL-EARNED
                       MOVE WS-HV-FILLED TO WS-SL-FILLED
                       MOVE WS-SHORT-QTY TO WS-SL-SHORT
                       WRITE TAE-REPORT-RECORD FROM WS-SHORT-LINE
                   WHEN +100
                       SET WS-SHT-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATTAE00: DB2 FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-SHT-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_TAE_SHT END-EXEC
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-PRINT-TOTALS                                         *
      ****************************************************************
       7000-PRINT-TOTALS.
      *
           MOVE SPACES TO TAE-REPORT-RECORD
           WRITE TAE-REPORT-RECORD
           WRITE TAE-REPORT-RECORD FROM WS-RPT-HEADER-2
      *
           MOVE 'DEALER/MODELS EVALUATED' TO WS-TL-LABEL
           MOVE WS-MODEL-COUNT TO WS-TL-COUNT
           WRITE TAE-REPORT-RECORD FROM WS-TOTAL-LINE
      *
           MOVE 'DEALER/MODELS EARNING UNITS' TO WS-TL-LABEL
           MOVE WS-EARNING-COUNT TO WS-TL-COUNT
           WRITE TAE-REPORT-RECORD FROM WS-TOTAL-LINE
      *
           MOVE 'TOTAL UNITS EARNED' TO WS-TL-LABEL
           MOVE WS-EARNED-TOTAL TO WS-TL-COUNT
           WRITE TAE-REPORT-RECORD FROM WS-TOTAL-LINE
      *
           MOVE 'PRIOR MONTH SHORTFALLS' TO WS-TL-LABEL
           MOVE WS-SHORT-COUNT TO WS-TL-COUNT
           WRITE TAE-REPORT-RECORD FROM WS-TOTAL-LINE
      *
           MOVE 'PRIOR MONTH UNITS SHORT' TO WS-TL-LABEL
           MOVE WS-SHORT-UNITS TO WS-TL-COUNT
           WRITE TAE-REPORT-RECORD FROM WS-TOTAL-LINE
           .
      *
      ****************************************************************
      *    9000-CLOSE-FILES                                          *
      ****************************************************************
       9000-CLOSE-FILES.
      *
           CLOSE TAE-REPORT-FILE
           .
      ****************************************************************
      * END OF BATTAE00                                              *
      ****************************************************************
