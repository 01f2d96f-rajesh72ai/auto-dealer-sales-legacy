       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATABC00.
      ****************************************************************
      * PROGRAM:    BATABC00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     BAT - BATCH PROCESSING                           *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    PARTS ABC CLASSIFICATION FOR CYCLE COUNTING.     *
      *             FOR EACH DEALER THE ACTIVE PARTS ARE RANKED BY   *
      *             ISSUE VALUE (PARTS_TRANSACTION IS ROWS, QUANTITY *
      *             TIMES UNIT COST) OVER THE LAST 12 MONTHS. PARTS  *
      *             MAKING UP THE FIRST 80 PERCENT OF THE DEALER'S   *
      *             ISSUE VALUE ARE CLASS A, THE NEXT 15 PERCENT     *
      *             CLASS B, AND THE REST - INCLUDING PARTS WITH NO  *
      *             ISSUES - CLASS C. THE BREAKPOINTS MAY BE SET IN  *
      *             SYSTEM_CONFIG (BATABC00_A_PCT / BATABC00_B_PCT). *
      *             SVCPCC00 CYCLE COUNTS CLASS A PARTS MOST OFTEN.  *
      *             ONLY PARTS WHOSE CLASS CHANGES ARE UPDATED; EACH *
      *             DEALER IS COMMITTED AS IT COMPLETES.             *
      *             RUN MONTHLY.                                     *
      *                                                              *
      * TABLES:     AUTOSALE.PARTS_MASTER      (READ/UPDATE)         *
      *             AUTOSALE.PARTS_TRANSACTION (READ)                *
      *             AUTOSALE.SYSTEM_CONFIG     (READ)                *
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
       01  WS-MODULE-ID                  PIC X(08) VALUE 'BATABC00'.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  WS-COUNTERS.
           05  WS-DEALER-COUNT           PIC S9(09) COMP-3 VALUE +0.
           05  WS-PART-COUNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-CLASS-A-COUNT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-CLASS-B-COUNT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-CLASS-C-COUNT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-CHANGED-COUNT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
      *
       01  WS-FLAGS.
           05  WS-EOF-PART               PIC X(01) VALUE 'N'.
               88  WS-PART-DONE                    VALUE 'Y'.
      *
      *    CLASS BREAKPOINTS (CUMULATIVE PERCENT OF ISSUE VALUE)
      *
       01  WS-BREAKPOINTS.
           05  WS-A-PCT                  PIC S9(03)V99 COMP-3
                                                     VALUE +80.
           05  WS-B-PCT                  PIC S9(03)V99 COMP-3
                                                     VALUE +95.
      *
       01  WS-WORK-FIELDS.
           05  WS-PREV-DEALER            PIC X(05) VALUE SPACES.
           05  WS-CUM-VALUE              PIC S9(11)V99 COMP-3
                                                     VALUE +0.
           05  WS-CUM-PCT                PIC S9(03)V9(04) COMP-3
                                                     VALUE +0.
           05  WS-NEW-CLASS              PIC X(01) VALUE SPACES.
      *
      *    HOST VARIABLES
      *
       01  WS-HV-PART.
           05  WS-HV-DEALER              PIC X(05).
           05  WS-HV-PART-NUMBER         PIC X(15).
           05  WS-HV-OLD-CLASS           PIC X(01).
           05  WS-HV-ISSUE-VALUE         PIC S9(11)V99 COMP-3.
      *
       01  WS-HV-DEALER-TOTAL            PIC S9(11)V99 COMP-3
                                                     VALUE +0.
       01  WS-HV-NEW-CLASS               PIC X(01) VALUE SPACES.
       01  WS-HV-CFG-VALUE               PIC X(100) VALUE SPACES.
      *
      *    ACTIVE PARTS WITH 12-MONTH ISSUE VALUE, HIGHEST FIRST
      *    WITHIN EACH DEALER
      *
           EXEC SQL DECLARE CSR_ABC_PART CURSOR WITH HOLD FOR
               SELECT PM.DEALER_CODE
                    , PM.PART_NUMBER
                    , PM.ABC_CLASS
                    , COALESCE(SUM(T.QUANTITY * T.UNIT_COST), 0)
               FROM   AUTOSALE.PARTS_MASTER PM
               LEFT OUTER JOIN AUTOSALE.PARTS_TRANSACTION T
                 ON   T.PART_NUMBER = PM.PART_NUMBER
                AND   T.DEALER_CODE = PM.DEALER_CODE
                AND   T.TRAN_TYPE   = 'IS'
                AND   T.TRAN_DATE  >= CURRENT DATE - 12 MONTHS
               WHERE  PM.ACTIVE_FLAG = 'Y'
               GROUP BY PM.DEALER_CODE
                      , PM.PART_NUMBER
                      , PM.ABC_CLASS
               ORDER BY 1
                      , 4 DESC
                      , 2
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'BATABC00: PARTS ABC CLASSIFICATION - START'
      *
           PERFORM 1000-INITIALIZE
           PERFORM 3000-CLASSIFY-PARTS THRU 3000-EXIT
      *
           DISPLAY 'BATABC00: PROCESSING COMPLETE'
           DISPLAY 'BATABC00:   DEALERS    = ' WS-DEALER-COUNT
           DISPLAY 'BATABC00:   PARTS      = ' WS-PART-COUNT
           DISPLAY 'BATABC00:   CLASS A    = ' WS-CLASS-A-COUNT
           DISPLAY 'BATABC00:   CLASS B    = ' WS-CLASS-B-COUNT
           DISPLAY 'BATABC00:   CLASS C    = ' WS-CLASS-C-COUNT
           DISPLAY 'BATABC00:   CHANGED    = ' WS-CHANGED-COUNT
           DISPLAY 'BATABC00:   ERRORS     = ' WS-ERROR-COUNT
      *
           IF WS-ERROR-COUNT > +0
               MOVE 8 TO RETURN-CODE
           END-IF
      *
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE - CLASS BREAKPOINTS FROM SYSTEM_CONFIG    *
      ****************************************************************
       1000-INITIALIZE.
      *
           INITIALIZE WS-COUNTERS
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :WS-HV-CFG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY = 'BATABC00_A_PCT'
           END-EXEC
           IF SQLCODE = +0
               COMPUTE WS-A-PCT =
                   FUNCTION NUMVAL(WS-HV-CFG-VALUE(1:10))
           END-IF
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :WS-HV-CFG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY = 'BATABC00_B_PCT'
           END-EXEC
           IF SQLCODE = +0
               COMPUTE WS-B-PCT =
                   FUNCTION NUMVAL(WS-HV-CFG-VALUE(1:10))
           END-IF
      *
           DISPLAY 'BATABC00: CLASS A TO ' WS-A-PCT
                   ' PCT, CLASS B TO ' WS-B-PCT ' PCT'
           .
      *
      ****************************************************************
      *    3000-CLASSIFY-PARTS                                       *
      ****************************************************************
       3000-CLASSIFY-PARTS.
      *
           EXEC SQL OPEN CSR_ABC_PART END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATABC00: ERROR OPENING PART CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-PART
           MOVE SPACES TO WS-PREV-DEALER
      *
           PERFORM UNTIL WS-PART-DONE
               EXEC SQL FETCH CSR_ABC_PART
                   INTO :WS-HV-DEALER
                      , :WS-HV-PART-NUMBER
                      , :WS-HV-OLD-CLASS
                      , :WS-HV-ISSUE-VALUE
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       IF WS-HV-DEALER NOT = WS-PREV-DEALER
                           PERFORM 3100-START-DEALER
                       END-IF
                       ADD +1 TO WS-PART-COUNT
                       PERFORM 3200-CLASSIFY-ONE-PART THRU 3200-EXIT
                   WHEN +100
                       SET WS-PART-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATABC00: DB2 FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-PART-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_ABC_PART END-EXEC
      *
           PERFORM 7000-COMMIT
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3100-START-DEALER - COMMIT THE PRIOR DEALER AND TOTAL THE *
      *    NEW DEALER'S 12-MONTH ISSUE VALUE                         *
      ****************************************************************
       3100-START-DEALER.
      *
           IF WS-PREV-DEALER NOT = SPACES
               PERFORM 7000-COMMIT
           END-IF
      *
           ADD +1 TO WS-DEALER-COUNT
           MOVE WS-HV-DEALER TO WS-PREV-DEALER
           MOVE +0 TO WS-CUM-VALUE
      *
           EXEC SQL
               SELECT COALESCE(SUM(T.QUANTITY * T.UNIT_COST), 0)
               INTO  :WS-HV-DEALER-TOTAL
               FROM  AUTOSALE.PARTS_TRANSACTION T
                   , AUTOSALE.PARTS_MASTER PM
               WHERE PM.DEALER_CODE = :WS-HV-DEALER
                 AND PM.ACTIVE_FLAG = 'Y'
                 AND T.PART_NUMBER  = PM.PART_NUMBER
                 AND T.DEALER_CODE  = PM.DEALER_CODE
                 AND T.TRAN_TYPE    = 'IS'
                 AND T.TRAN_DATE   >= CURRENT DATE - 12 MONTHS
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATABC00: ERROR TOTALLING DEALER '
                       WS-HV-DEALER ' - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               MOVE +0 TO WS-HV-DEALER-TOTAL
           END-IF
           .
      *
      ****************************************************************
      *    3200-CLASSIFY-ONE-PART - THE CUMULATIVE PERCENT BEFORE    *
      *    THIS PART DECIDES ITS CLASS, SO THE PART THAT CROSSES A   *
      *    BREAKPOINT STAYS IN THE HIGHER CLASS                      *
      ****************************************************************
       3200-CLASSIFY-ONE-PART.
      *
           IF WS-HV-DEALER-TOTAL NOT > +0
           OR WS-HV-ISSUE-VALUE NOT > +0
               MOVE 'C' TO WS-NEW-CLASS
           ELSE
               COMPUTE WS-CUM-PCT ROUNDED =
                   WS-CUM-VALUE * 100 / WS-HV-DEALER-TOTAL
               EVALUATE TRUE
                   WHEN WS-CUM-PCT < WS-A-PCT
                       MOVE 'A' TO WS-NEW-CLASS
                   WHEN WS-CUM-PCT < WS-B-PCT
                       MOVE 'B' TO WS-NEW-CLASS
                   WHEN OTHER
                       MOVE 'C' TO WS-NEW-CLASS
               END-EVALUATE
           END-IF
      *
           ADD WS-HV-ISSUE-VALUE TO WS-CUM-VALUE
      *
           EVALUATE WS-NEW-CLASS
               WHEN 'A'
                   ADD +1 TO WS-CLASS-A-COUNT
               WHEN 'B'
                   ADD +1 TO WS-CLASS-B-COUNT
               WHEN OTHER
                   ADD +1 TO WS-CLASS-C-COUNT
           END-EVALUATE
      *
           IF WS-NEW-CLASS = WS-HV-OLD-CLASS
               GO TO 3200-EXIT
           END-IF
      *
           MOVE WS-NEW-CLASS TO WS-HV-NEW-CLASS
      *
           EXEC SQL
               UPDATE AUTOSALE.PARTS_MASTER
                  SET ABC_CLASS  = :WS-HV-NEW-CLASS
                    , UPDATED_TS = CURRENT TIMESTAMP
               WHERE  PART_NUMBER = :WS-HV-PART-NUMBER
                 AND  DEALER_CODE = :WS-HV-DEALER
           END-EXEC
      *
           IF SQLCODE = +0
               ADD +1 TO WS-CHANGED-COUNT
           ELSE
               DISPLAY 'BATABC00: UPDATE FAILED FOR '
                       WS-HV-DEALER ' ' WS-HV-PART-NUMBER
                       ' - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
       3200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-COMMIT                                               *
      ****************************************************************
       7000-COMMIT.
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATABC00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
      ****************************************************************
      * END OF BATABC00                                              *
      ****************************************************************
