       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATPSP00.
      ****************************************************************
      * PROGRAM:    BATPSP00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     BAT - BATCH PROCESSING                           *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    PARTS SPECIAL-ORDER NO-SHOW AGING. A SPECIAL     *
      *             ORDER RECEIVED AND HELD FOR THE CUSTOMER (RV)    *
      *             LONGER THAN THE PICKUP WINDOW IS MOVED TO        *
      *             NO-SHOW (NS), WHICH PUTS IT ON THE RPTPSP00      *
      *             WORKLIST FOR THE PARTS MANAGER TO RETURN TO THE  *
      *             VENDOR OR RESTOCK IN SVCPSP00. THE PART STAYS    *
      *             RESERVED UNTIL THEN, SO A LATE CUSTOMER CAN      *
      *             STILL PICK IT UP. THE WINDOW IS SET IN           *
      *             SYSTEM_CONFIG (SVCPSP00_PICKUP_DAYS, DEFAULT     *
      *             14 DAYS FROM THE RECEIVED DATE). RUN DAILY       *
      *             AHEAD OF RPTPSP00.                               *
      *                                                              *
      * TABLES:     AUTOSALE.PARTS_SPECIAL_ORDER (READ/UPDATE)       *
      *             AUTOSALE.SYSTEM_CONFIG       (READ)              *
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
       01  WS-MODULE-ID                  PIC X(08) VALUE 'BATPSP00'.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  WS-COUNTERS.
           05  WS-READ-COUNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-NOSHOW-COUNT           PIC S9(09) COMP-3 VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
      *
       01  WS-FLAGS.
           05  WS-EOF-ORDER              PIC X(01) VALUE 'N'.
               88  WS-ORDER-DONE                   VALUE 'Y'.
      *
       01  WS-WORK-FIELDS.
           05  WS-COMMIT-FREQ            PIC S9(04) COMP VALUE +100.
           05  WS-SINCE-COMMIT           PIC S9(04) COMP VALUE +0.
      *
      *    HOST VARIABLES
      *
       01  WS-HV-ORDER.
           05  WS-HV-SO-ID               PIC S9(09) COMP.
           05  WS-HV-SO-DEALER           PIC X(05).
           05  WS-HV-SO-PART             PIC X(15).
           05  WS-HV-SO-CUSTOMER-ID      PIC S9(09) COMP.
           05  WS-HV-SO-RECEIVED         PIC X(10).
      *
       01  WS-HV-PICKUP-DAYS             PIC S9(04) COMP VALUE +14.
       01  WS-HV-CFG-VALUE               PIC X(100) VALUE SPACES.
      *
      *    RECEIVED ORDERS PAST THE PICKUP WINDOW
      *
           EXEC SQL DECLARE CSR_SPORD_AGE CURSOR WITH HOLD FOR
               SELECT SO.SPECIAL_ORDER_ID
                    , SO.DEALER_CODE
                    , SO.PART_NUMBER
                    , SO.CUSTOMER_ID
                    , CHAR(SO.RECEIVED_DATE, ISO)
               FROM   AUTOSALE.PARTS_SPECIAL_ORDER SO
               WHERE  SO.ORDER_STATUS = 'RV'
                 AND  SO.RECEIVED_DATE <
                      CURRENT DATE - :WS-HV-PICKUP-DAYS DAYS
               ORDER BY SO.DEALER_CODE
                      , SO.RECEIVED_DATE
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'BATPSP00: SPECIAL ORDER NO-SHOW AGING - START'
      *
           PERFORM 1000-INITIALIZE
           PERFORM 3000-AGE-ORDERS THRU 3000-EXIT
      *
           DISPLAY 'BATPSP00: PROCESSING COMPLETE'
           DISPLAY 'BATPSP00:   ORDERS READ  = ' WS-READ-COUNT
           DISPLAY 'BATPSP00:   NO-SHOWS     = ' WS-NOSHOW-COUNT
           DISPLAY 'BATPSP00:   ERRORS       = ' WS-ERROR-COUNT
      *
           IF WS-ERROR-COUNT > +0
               MOVE 8 TO RETURN-CODE
           END-IF
      *
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE - PICKUP WINDOW FROM SYSTEM_CONFIG        *
      ****************************************************************
       1000-INITIALIZE.
      *
           INITIALIZE WS-COUNTERS
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :WS-HV-CFG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY = 'SVCPSP00_PICKUP_DAYS'
           END-EXEC
           IF SQLCODE = +0
               COMPUTE WS-HV-PICKUP-DAYS =
                   FUNCTION NUMVAL(WS-HV-CFG-VALUE(1:10))
           END-IF
      *
           DISPLAY 'BATPSP00: PICKUP WINDOW ' WS-HV-PICKUP-DAYS
                   ' DAYS FROM RECEIPT'
           .
      *
      ****************************************************************
      *    3000-AGE-ORDERS                                           *
      ****************************************************************
       3000-AGE-ORDERS.
      *
           EXEC SQL OPEN CSR_SPORD_AGE END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATPSP00: ERROR OPENING ORDER CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-ORDER
      *
           PERFORM UNTIL WS-ORDER-DONE
               EXEC SQL FETCH CSR_SPORD_AGE
                   INTO :WS-HV-SO-ID
                      , :WS-HV-SO-DEALER
                      , :WS-HV-SO-PART
                      , :WS-HV-SO-CUSTOMER-ID
                      , :WS-HV-SO-RECEIVED
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       ADD +1 TO WS-READ-COUNT
                       PERFORM 3100-MARK-NO-SHOW THRU 3100-EXIT
                   WHEN +100
                       SET WS-ORDER-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATPSP00: DB2 FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-ORDER-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_SPORD_AGE END-EXEC
      *
           PERFORM 7000-COMMIT
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3100-MARK-NO-SHOW - THE STATUS IS RE-CHECKED SO AN ORDER  *
      *    PICKED UP SINCE THE FETCH IS LEFT ALONE                   *
      ****************************************************************
       3100-MARK-NO-SHOW.
      *
           EXEC SQL
               UPDATE AUTOSALE.PARTS_SPECIAL_ORDER
                  SET ORDER_STATUS = 'NS'
                    , UPDATED_TS   = CURRENT TIMESTAMP
               WHERE  SPECIAL_ORDER_ID = :WS-HV-SO-ID
                 AND  ORDER_STATUS     = 'RV'
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   ADD +1 TO WS-NOSHOW-COUNT
                   DISPLAY 'BATPSP00: NO-SHOW ' WS-HV-SO-DEALER
                           ' ORDER ' WS-HV-SO-ID
                           ' PART ' WS-HV-SO-PART
                           ' RECEIVED ' WS-HV-SO-RECEIVED
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'BATPSP00: UPDATE FAILED FOR ORDER '
                           WS-HV-SO-ID ' - ' SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
                   GO TO 3100-EXIT
           END-EVALUATE
      *
           ADD +1 TO WS-SINCE-COMMIT
           IF WS-SINCE-COMMIT >= WS-COMMIT-FREQ
               PERFORM 7000-COMMIT
               MOVE +0 TO WS-SINCE-COMMIT
           END-IF
           .
       3100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-COMMIT                                               *
      ****************************************************************
       7000-COMMIT.
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATPSP00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
      ****************************************************************
      * END OF BATPSP00                                              *
      ****************************************************************
