       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATUMD00.
      ****************************************************************
      * PROGRAM:    BATUMD00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     BAT - BATCH PROCESSING                           *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    NIGHTLY USED-VEHICLE MARKDOWN. EVERY AVAILABLE   *
      *             (AV) USED UNIT WITH AN ASKING PRICE (USED_PRICE, *
      *             SET AT FRONT-LINE READY IN VEHRCN00) WHOSE DAYS  *
      *             IN STOCK HAS REACHED THE NEXT MARKDOWN STEP -    *
      *             DAY 30, 45 OR 60 - IS REPRICED TO THE SCHEDULED  *
      *             PRICE FROM COMUPRL0. RUNS AFTER BATWKL00 AGES    *
      *             THE INVENTORY.                                   *
      *               - THE SCHEDULE ONLY LOWERS A PRICE. A UNIT     *
      *                 ALREADY CUT BELOW THE SCHEDULE IN VEHUPR00   *
      *                 KEEPS ITS PRICE AND ONLY ADVANCES ITS STEP.  *
      *               - EACH MARKDOWN WRITES A USED_PRICE_HIST ROW   *
      *                 (TYPE MD) AND QUEUES AN ADDENDUM REPRINT     *
      *                 (RPTSTK00). BATLST00 SENDS THE NEW PRICE TO  *
      *                 THE MARKETPLACES ON ITS NEXT RUN.            *
      *                                                              *
      * TABLES:     AUTOSALE.USED_PRICE      (READ/UPDATE)           *
      *             AUTOSALE.USED_PRICE_HIST (INSERT)                *
      *             AUTOSALE.VEHICLE         (READ)                  *
      *             AUTOSALE.EXCEPTION_QUEUE (INSERT)                *
      *                                                              *
      * CALLS:      COMUPRL0 - USED ASKING PRICE SCHEDULE            *
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
       01  WS-MODULE-ID                  PIC X(08) VALUE 'BATUMD00'.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
           COPY DCLUSPRC.
      *
       01  WS-COUNTERS.
           05  WS-READ-COUNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-MARKDOWN-COUNT         PIC S9(09) COMP-3 VALUE +0.
           05  WS-STEP-ONLY-COUNT        PIC S9(09) COMP-3 VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
      *
       01  WS-EOF-UPR                    PIC X(01) VALUE 'N'.
           88  WS-UPR-DONE                         VALUE 'Y'.
      *
       01  WS-HV-FIELDS.
           05  WS-HV-DAYS-IN-STOCK       PIC S9(04) COMP VALUE +0.
           05  WS-HV-NEW-PRICE           PIC S9(09)V99 COMP-3
                                                   VALUE +0.
           05  WS-HV-NEW-STEP            PIC S9(04) COMP VALUE +0.
      *
      *    USED PRICE SCHEDULE MODULE LINKAGE
      *
       01  WS-UPR-REQUEST.
           05  WS-UP-FUNCTION            PIC X(04).
           05  WS-UP-COST-BASIS          PIC S9(09)V99 COMP-3.
           05  WS-UP-BASE-PRICE          PIC S9(09)V99 COMP-3.
           05  WS-UP-DAYS-IN-STOCK       PIC S9(04) COMP.
      *
       01  WS-UPR-RESULT.
           05  WS-UP-RETURN-CODE         PIC S9(04) COMP.
           05  WS-UP-PRICE               PIC S9(09)V99 COMP-3.
           05  WS-UP-STEP                PIC S9(04) COMP.
           05  WS-UP-STEP-PCT            PIC S9(03)V99 COMP-3.
           05  WS-UP-RETURN-MSG          PIC X(50).
      *
      *    PRICED AV UNITS OLD ENOUGH FOR AT LEAST THE FIRST STEP
      *
           EXEC SQL DECLARE CSR_UMD_VEH CURSOR WITH HOLD FOR
               SELECT U.VIN
                    , U.BASE_PRICE
                    , U.ASKING_PRICE
                    , U.MARKDOWN_STEP
                    , V.DAYS_IN_STOCK
               FROM   AUTOSALE.USED_PRICE U
               INNER JOIN AUTOSALE.VEHICLE V
                 ON   V.VIN = U.VIN
               WHERE  V.VEHICLE_STATUS = 'AV'
                 AND  V.DAYS_IN_STOCK >= 30
                 AND  U.MARKDOWN_STEP < 3
               ORDER BY U.VIN
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'BATUMD00: USED VEHICLE MARKDOWN - START'
      *
           INITIALIZE WS-COUNTERS
      *
           PERFORM 2000-MARKDOWN-PASS THRU 2000-EXIT
      *
           DISPLAY 'BATUMD00: PROCESSING COMPLETE'
           DISPLAY 'BATUMD00:   UNITS READ    = ' WS-READ-COUNT
           DISPLAY 'BATUMD00:   MARKED DOWN   = ' WS-MARKDOWN-COUNT
           DISPLAY 'BATUMD00:   STEP ONLY     = ' WS-STEP-ONLY-COUNT
           DISPLAY 'BATUMD00:   ERRORS        = ' WS-ERROR-COUNT
      *
           IF WS-ERROR-COUNT > +0
               MOVE +4 TO RETURN-CODE
           END-IF
      *
           STOP RUN.
      *
      ****************************************************************
      *    2000-MARKDOWN-PASS                                        *
      ****************************************************************
       2000-MARKDOWN-PASS.
      *
           EXEC SQL OPEN CSR_UMD_VEH END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATUMD00: ERROR OPENING MARKDOWN CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 2000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-UPR
      *
           PERFORM UNTIL WS-UPR-DONE
               EXEC SQL FETCH CSR_UMD_VEH
                   INTO :VIN
                      , :BASE-PRICE
                      , :ASKING-PRICE
                      , :MARKDOWN-STEP
                      , :WS-HV-DAYS-IN-STOCK
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       ADD +1 TO WS-READ-COUNT
                       PERFORM 2100-MARKDOWN-ONE-VIN THRU 2100-EXIT
                   WHEN +100
                       SET WS-UPR-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATUMD00: DB2 FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-UPR-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_UMD_VEH END-EXEC
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATUMD00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
       2000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2100-MARKDOWN-ONE-VIN - APPLY THE SCHEDULE TO ONE UNIT    *
      ****************************************************************
       2100-MARKDOWN-ONE-VIN.
      *
           MOVE 'SCHD' TO WS-UP-FUNCTION
           MOVE +0 TO WS-UP-COST-BASIS
           MOVE BASE-PRICE TO WS-UP-BASE-PRICE
           MOVE WS-HV-DAYS-IN-STOCK TO WS-UP-DAYS-IN-STOCK
           CALL 'COMUPRL0' USING WS-UPR-REQUEST
                                 WS-UPR-RESULT
      *
           IF WS-UP-RETURN-CODE NOT = +0
               DISPLAY 'BATUMD00: PRICE SCHEDULE ERROR - '
                       WS-UP-RETURN-MSG
               ADD +1 TO WS-ERROR-COUNT
               GO TO 2100-EXIT
           END-IF
      *
           IF WS-UP-STEP NOT > MARKDOWN-STEP
               GO TO 2100-EXIT
           END-IF
      *
           MOVE WS-UP-STEP TO WS-HV-NEW-STEP
      *
      *    ALREADY AT OR BELOW THE SCHEDULE - ADVANCE THE STEP ONLY
      *
           IF WS-UP-PRICE NOT < ASKING-PRICE
               EXEC SQL
                   UPDATE AUTOSALE.USED_PRICE
                      SET MARKDOWN_STEP = :WS-HV-NEW-STEP
                   WHERE  VIN = :VIN
               END-EXEC
               IF SQLCODE NOT = +0
                   DISPLAY 'BATUMD00: ERROR UPDATING STEP - '
                           VIN ' ' SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
               ELSE
                   ADD +1 TO WS-STEP-ONLY-COUNT
               END-IF
               GO TO 2100-EXIT
           END-IF
      *
           MOVE WS-UP-PRICE TO WS-HV-NEW-PRICE
      *
           EXEC SQL
               UPDATE AUTOSALE.USED_PRICE
                  SET ASKING_PRICE   = :WS-HV-NEW-PRICE
                    , MARKDOWN_STEP  = :WS-HV-NEW-STEP
                    , LAST_CHANGE_TS = CURRENT TIMESTAMP
                    , UPDATED_BY     = 'BATUMD00'
               WHERE  VIN = :VIN
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATUMD00: ERROR UPDATING PRICE - '
                       VIN ' ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 2100-EXIT
           END-IF
      *
           EXEC SQL
               INSERT INTO AUTOSALE.USED_PRICE_HIST
               ( VIN
               , CHANGE_TS
               , CHANGE_TYPE
               , OLD_PRICE
               , NEW_PRICE
               , MARKDOWN_STEP
               , CHANGED_BY
               , APPROVED_BY
               , CHANGE_REASON
               )
               VALUES
               ( :VIN
               , CURRENT TIMESTAMP
               , 'MD'
               , :ASKING-PRICE
               , :WS-HV-NEW-PRICE
               , :WS-HV-NEW-STEP
               , 'BATUMD00'
               , NULL
               , 'SCHEDULED AGE MARKDOWN'
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATUMD00: ERROR WRITING PRICE HISTORY - '
                       VIN ' ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
      *
           PERFORM 2200-QUEUE-STICKER-REPRINT
      *
           ADD +1 TO WS-MARKDOWN-COUNT
           .
       2100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2200-QUEUE-STICKER-REPRINT - RPTSTK00 REPRINTS THE USED   *
      *    ADDENDUM WITH THE MARKED-DOWN PRICE                       *
      ****************************************************************
       2200-QUEUE-STICKER-REPRINT.
      *
           EXEC SQL
               INSERT INTO AUTOSALE.EXCEPTION_QUEUE
                   ( EXCEPTION_TYPE
                   , SOURCE_PROGRAM
                   , DEALER_CODE
                   , KEY_VALUE
                   , EXCEPTION_DESC
                   , DETECTED_TS
                   , QUEUE_STATUS
                   )
               SELECT 'STKRPT'
                    , 'BATUMD00'
                    , V.DEALER_CODE
                    , V.VIN
                    , 'ADDENDUM REPRINT - SCHEDULED MARKDOWN'
                    , CURRENT TIMESTAMP
                    , 'O'
               FROM   AUTOSALE.VEHICLE V
               WHERE  V.VIN = :VIN
                 AND  NOT EXISTS
                      ( SELECT 1
                        FROM AUTOSALE.EXCEPTION_QUEUE Q
                        WHERE Q.EXCEPTION_TYPE = 'STKRPT'
                          AND Q.QUEUE_STATUS = 'O'
                          AND Q.KEY_VALUE = V.VIN )
           END-EXEC
      *
      *    A QUEUEING FAILURE DOES NOT UNDO THE MARKDOWN
      *
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100
               DISPLAY 'BATUMD00: STICKER REPRINT QUEUE FAILED - '
                       SQLCODE
           END-IF
           .
      ****************************************************************
      * END OF BATUMD00                                              *
      ****************************************************************
