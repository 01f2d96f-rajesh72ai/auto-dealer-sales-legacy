      * PURPOSE:    DEALER MASTER MAINTENANCE. PROVIDES FULL CRUD    *
      *             OPERATIONS ON THE DEALER TABLE INCLUDING          *
      *             INQUIRY, ADD, UPDATE, AND LIST BY REGION.         *
      *             CLS SCHEDULES A BUY-SELL CLOSE-OUT: THE DEALER   *
      *             IS GIVEN AN INACTIVE DATE, A DEALER_TRANSFER ROW *
      *             NAMES THE SUCCESSOR AND THE FLOOR PLAN           *
      *             DISPOSITION, AND BATDXF00 MOVES THE STORE.       *
      *                                                              *
      * FUNCTIONS:  INQ - INQUIRY BY DEALER CODE                     *
      *             ADD - ADD NEW DEALER RECORD                      *
      *             UPD - UPDATE EXISTING DEALER                     *
      *             LST - LIST DEALERS BY REGION                     *
      *             CLS - CLOSE OUT DEALER TO A SUCCESSOR            *
      *                                                              *
      * CALLS:      COMFMTL0 - FORMAT PHONE NUMBERS                 *
      *             COMLGEL0 - AUDIT LOGGING                         *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-03-29  INITIAL CREATION                               *
      *   2026-10-15  ADDED CLS BUY-SELL CLOSE-OUT - INACTIVE DATE   *
      *               ON DEALER, TRANSFER ROW FOR BATDXF00. INQ      *
      *               NOW RETURNS THE INACTIVE DATE.                 *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
      *
           COPY DCLDEALR.
      *
      *    DCLGEN FOR DEALER_TRANSFER (BUY-SELL CLOSE-OUT)
      *
           COPY DCLDLRXF.
      *
      *    INPUT MESSAGE LAYOUT
      *
       01  WS-INPUT-MSG.
               88  WS-FUNC-ADD                VALUE 'ADD'.
               88  WS-FUNC-UPD                VALUE 'UPD'.
               88  WS-FUNC-LST                VALUE 'LST'.
               88  WS-FUNC-CLS                VALUE 'CLS'.
           05  WS-IN-DEALER-CODE    PIC X(05).
           05  WS-IN-DEALER-NAME    PIC X(60).
           05  WS-IN-ADDRESS1       PIC X(50).
           05  WS-IN-ACTIVE         PIC X(01).
           05  WS-IN-OPEN-DATE      PIC X(10).
           05  WS-IN-USER-ID        PIC X(08).
           05  WS-IN-SUCC-DEALER    PIC X(05).
           05  WS-IN-EFF-DATE       PIC X(10).
           05  WS-IN-EFF-DATE-R     REDEFINES WS-IN-EFF-DATE.
               10  WS-IN-EFF-YYYY   PIC X(04).
               10  WS-IN-EFF-DASH1  PIC X(01).
               10  WS-IN-EFF-MM     PIC X(02).
               10  WS-IN-EFF-DASH2  PIC X(01).
               10  WS-IN-EFF-DD     PIC X(02).
           05  WS-IN-FP-DISP        PIC X(01).
               88  WS-FP-DISP-PAYOFF          VALUE 'P'.
               88  WS-FP-DISP-ASSUME          VALUE 'A'.
           05  WS-IN-NEW-LENDER     PIC X(05).
           05  FILLER               PIC X(29).
      *
      *    OUTPUT MESSAGE LAYOUT
      *
           05  WS-OUT-OPEN-DATE     PIC X(10).
           05  WS-OUT-MSG-LINE1     PIC X(79).
           05  WS-OUT-MSG-LINE2     PIC X(79).
           05  WS-OUT-INACT-DATE    PIC X(10).
           05  FILLER               PIC X(10).
      *
      *    LIST OUTPUT - UP TO 15 DEALERS PER SCREEN
      *
           05  WS-PHONE-FMT        PIC X(14).
           05  WS-FMT-RC           PIC S9(04) COMP.
      *
      *    CLOSE-OUT WORK FIELDS
      *
       01  WS-CLS-FIELDS.
           05  WS-CLS-OLD-ACTIVE   PIC X(01) VALUE SPACES.
           05  WS-CLS-SUCC-ACTIVE  PIC X(01) VALUE SPACES.
           05  WS-CLS-SUCC-LENDER  PIC X(05) VALUE SPACES.
           05  WS-CLS-NEW-LENDER   PIC X(05) VALUE SPACES.
           05  WS-CLS-USER-ID      PIC X(08) VALUE SPACES.
           05  WS-CLS-DATE-OK      PIC X(01) VALUE 'N'.
               88  WS-CLS-DATE-VALID          VALUE 'Y'.
      *
      *    NULL INDICATORS FOR NULLABLE COLUMNS
      *
       01  WS-NULL-IND.
           05  NI-FAX               PIC S9(04) COMP VALUE 0.
           05  NI-FPL-ID            PIC S9(04) COMP VALUE 0.
           05  NI-GROUP             PIC S9(04) COMP VALUE 0.
           05  NI-INACT-DATE        PIC S9(04) COMP VALUE 0.
           05  NI-SUCC-LENDER       PIC S9(04) COMP VALUE 0.
           05  NI-NEW-LENDER        PIC S9(04) COMP VALUE 0.
      *
      *    AUDIT LOGGING FIELDS
      *
                   END-IF
               WHEN WS-FUNC-LST
                   PERFORM 6000-LIST-BY-REGION
               WHEN WS-FUNC-CLS
                   PERFORM 7000-CLOSE-OUT-DEALER THRU 7000-EXIT
               WHEN OTHER
                   MOVE 'Y' TO WS-ERROR-FLAG
                   STRING 'INVALID FUNCTION: '
                          WS-IN-FUNC-CODE
                          '. USE INQ/ADD/UPD/LST/CLS'
                       DELIMITED BY SIZE
                       INTO WS-ERROR-MSG
           END-EVALUATE
                      FLOOR_PLAN_LENDER_ID,
                      MAX_INVENTORY,
                      ACTIVE_FLAG,
                      OPENED_DATE,
                      INACTIVE_DATE
               INTO   :DCLDEALER.DEALER-CODE,
                      :DCLDEALER.DEALER-NAME,
                      :DCLDEALER.ADDRESS-LINE1,
                          :NI-FPL-ID,
                      :DCLDEALER.MAX-INVENTORY,
                      :DCLDEALER.ACTIVE-FLAG,
                      :DCLDEALER.OPENED-DATE,
                      :DCLDEALER.INACTIVE-DATE
                          :NI-INACT-DATE
               FROM   AUTOSALE.DEALER
               WHERE  DEALER_CODE = :WS-IN-DEALER-CODE
           END-EXEC
           MOVE MAX-INVENTORY OF DCLDEALER TO WS-OUT-MAX-INV
           MOVE ACTIVE-FLAG OF DCLDEALER TO WS-OUT-ACTIVE
           MOVE OPENED-DATE OF DCLDEALER TO WS-OUT-OPEN-DATE
           IF NI-INACT-DATE >= 0
               MOVE INACTIVE-DATE OF DCLDEALER
                   TO WS-OUT-INACT-DATE
           ELSE
               MOVE SPACES TO WS-OUT-INACT-DATE
           END-IF
           MOVE 'DEALER RECORD DISPLAYED SUCCESSFULLY'
               TO WS-OUT-MSG-LINE1
           MOVE SPACES TO WS-OUT-MSG-LINE2
           EXIT.
      *
      *---------------------------------------------------------------*
      * 7000 - CLOSE OUT DEALER (BUY-SELL) TO A SUCCESSOR DEALER       *
      *        SETS THE INACTIVE DATE ON THE OLD DEALER (AND CLEARS   *
      *        ACTIVE_FLAG NOW IF THE DATE HAS ARRIVED) AND SCHEDULES *
      *        THE STORE TRANSFER FOR BATDXF00. A SCHEDULED TRANSFER  *
      *        MAY BE RE-KEYED UNTIL BATDXF00 HAS STARTED IT.          *
      *---------------------------------------------------------------*
       7000-CLOSE-OUT-DEALER.
      *
           PERFORM 7100-VALIDATE-CLOSE-OUT THRU 7100-EXIT
           IF WS-HAS-ERROR
               GO TO 7000-EXIT
           END-IF
      *
      *    SCHEDULE THE TRANSFER - RE-KEY REPLACES A SCHEDULED ONE
      *
           MOVE WS-IN-USER-ID TO WS-CLS-USER-ID
           IF WS-CLS-NEW-LENDER = SPACES
               MOVE -1 TO NI-NEW-LENDER
           ELSE
               MOVE +0 TO NI-NEW-LENDER
           END-IF
      *
           EXEC SQL
               INSERT INTO AUTOSALE.DEALER_TRANSFER
               ( OLD_DEALER_CODE, NEW_DEALER_CODE,
                 EFFECTIVE_DATE, FP_DISPOSITION,
                 NEW_LENDER_ID, XFER_STATUS,
                 VEHICLES_MOVED, FP_LINES_MOVED,
                 DEALS_MOVED, LEADS_MOVED,
                 CUSTOMERS_MOVED, USERS_MOVED,
                 PARTS_MOVED, ROS_MOVED,
                 REQUESTED_BY, REQUESTED_TS,
                 COMPLETED_TS )
               VALUES
               ( :WS-IN-DEALER-CODE,
                 :WS-IN-SUCC-DEALER,
                 :WS-IN-EFF-DATE,
                 :WS-IN-FP-DISP,
                 :WS-CLS-NEW-LENDER
                     :NI-NEW-LENDER,
                 'SC',
                 0, 0, 0, 0, 0, 0, 0, 0,
                 :WS-CLS-USER-ID,
                 CURRENT TIMESTAMP,
                 NULL )
           END-EXEC
      *
           IF SQLCODE = -803
               EXEC SQL
                   UPDATE AUTOSALE.DEALER_TRANSFER
                   SET    NEW_DEALER_CODE = :WS-IN-SUCC-DEALER,
                          EFFECTIVE_DATE  = :WS-IN-EFF-DATE,
                          FP_DISPOSITION  = :WS-IN-FP-DISP,
                          NEW_LENDER_ID   = :WS-CLS-NEW-LENDER
                              :NI-NEW-LENDER,
                          REQUESTED_BY    = :WS-CLS-USER-ID,
                          REQUESTED_TS    = CURRENT TIMESTAMP
                   WHERE  OLD_DEALER_CODE = :WS-IN-DEALER-CODE
                     AND  XFER_STATUS     = 'SC'
               END-EXEC
               IF SQLCODE = +100
                   MOVE 'Y' TO WS-ERROR-FLAG
                   STRING 'TRANSFER FOR DEALER ' WS-IN-DEALER-CODE
                          ' IS ALREADY IN PROGRESS OR COMPLETE'
                       DELIMITED BY SIZE
                       INTO WS-ERROR-MSG
                   GO TO 7000-EXIT
               END-IF
           END-IF
      *
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-ERROR-FLAG
               MOVE WS-MODULE-ID TO WS-DBE-PROGRAM
               MOVE '7000-CLOSE-OUT' TO WS-DBE-SECTION
               MOVE 'DEALER_TRANSFER' TO WS-DBE-TABLE
               MOVE 'INSERT' TO WS-DBE-OPERATION
               CALL 'COMDBEL0' USING SQLCA
                                     WS-DBE-PROGRAM
                                     WS-DBE-SECTION
                                     WS-DBE-TABLE
                                     WS-DBE-OPERATION
                                     WS-DBE-RESULT
               MOVE WS-DBE-MSG(1:79) TO WS-ERROR-MSG
               GO TO 7000-EXIT
           END-IF
      *
      *    INACTIVE DATE ON THE DEALER - FLAG GOES TO N NOW ONLY IF
      *    THE DATE HAS ARRIVED, OTHERWISE BATDXF00 CLEARS IT
      *
           EXEC SQL
               UPDATE AUTOSALE.DEALER
               SET    INACTIVE_DATE = :WS-IN-EFF-DATE,
                      ACTIVE_FLAG   =
                          CASE WHEN DATE(:WS-IN-EFF-DATE)
                                    <= CURRENT DATE
                               THEN 'N'
                               ELSE ACTIVE_FLAG
                          END,
                      UPDATED_TS    = CURRENT TIMESTAMP
               WHERE  DEALER_CODE   = :WS-IN-DEALER-CODE
           END-EXEC
      *
           IF SQLCODE NOT = 0
               MOVE 'Y' TO WS-ERROR-FLAG
               MOVE WS-MODULE-ID TO WS-DBE-PROGRAM
               MOVE '7000-CLOSE-OUT' TO WS-DBE-SECTION
               MOVE 'DEALER' TO WS-DBE-TABLE
               MOVE 'UPDATE' TO WS-DBE-OPERATION
               CALL 'COMDBEL0' USING SQLCA
                                     WS-DBE-PROGRAM
                                     WS-DBE-SECTION
                                     WS-DBE-TABLE
                                     WS-DBE-OPERATION
                                     WS-DBE-RESULT
               MOVE WS-DBE-MSG(1:79) TO WS-ERROR-MSG
               GO TO 7000-EXIT
           END-IF
      *
           MOVE 550 TO WS-OUT-LL
           MOVE 0 TO WS-OUT-ZZ
           MOVE WS-MOD-DEALER-INQ TO WS-OUT-MOD-NAME
           MOVE 'CLS' TO WS-OUT-FUNC-CODE
           MOVE WS-IN-DEALER-CODE TO WS-OUT-DEALER-CODE
           MOVE WS-IN-EFF-DATE TO WS-OUT-INACT-DATE
           STRING 'DEALER ' WS-IN-DEALER-CODE
                  ' CLOSES ' WS-IN-EFF-DATE
                  ' - TRANSFER TO ' WS-IN-SUCC-DEALER
                  ' SCHEDULED'
               DELIMITED BY SIZE
               INTO WS-OUT-MSG-LINE1
           IF WS-FP-DISP-ASSUME
               STRING 'FLOOR PLAN ASSUMED BY LENDER '
                      WS-CLS-NEW-LENDER
                      '. RUN BATDXF00 PREVIEW BEFORE THE MOVE.'
                   DELIMITED BY SIZE
                   INTO WS-OUT-MSG-LINE2
           ELSE
               MOVE 'FLOOR PLAN PAID OFF AT CLOSE-OUT. RUN BATDXF00 PREV
      -            'IEW BEFORE THE MOVE.'
                   TO WS-OUT-MSG-LINE2
           END-IF
           CALL 'CBLTDLI' USING WS-IO-ISRT
                                IO-PCB-MASK
                                WS-OUTPUT-MSG
           PERFORM 9000-LOG-AUDIT
           .
       7000-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      * 7100 - VALIDATE CLOSE-OUT INPUT AND BOTH DEALERS               *
      *---------------------------------------------------------------*
       7100-VALIDATE-CLOSE-OUT.
      *
           IF WS-IN-DEALER-CODE = SPACES
               MOVE 'Y' TO WS-ERROR-FLAG
               MOVE 'DEALER CODE IS REQUIRED FOR CLOSE-OUT'
                   TO WS-ERROR-MSG
               GO TO 7100-EXIT
           END-IF
      *
           IF WS-IN-SUCC-DEALER = SPACES
           OR WS-IN-SUCC-DEALER = WS-IN-DEALER-CODE
               MOVE 'Y' TO WS-ERROR-FLAG
               MOVE 'A DIFFERENT SUCCESSOR DEALER CODE IS REQUIRED'
                   TO WS-ERROR-MSG
               GO TO 7100-EXIT
           END-IF
      *
      *    EFFECTIVE DATE - YYYY-MM-DD
      *
           MOVE 'N' TO WS-CLS-DATE-OK
           IF WS-IN-EFF-YYYY NUMERIC
           AND WS-IN-EFF-MM NUMERIC
           AND WS-IN-EFF-DD NUMERIC
           AND WS-IN-EFF-DASH1 = '-'
           AND WS-IN-EFF-DASH2 = '-'
               IF WS-IN-EFF-MM >= '01' AND WS-IN-EFF-MM <= '12'
               AND WS-IN-EFF-DD >= '01' AND WS-IN-EFF-DD <= '31'
                   MOVE 'Y' TO WS-CLS-DATE-OK
               END-IF
           END-IF
           IF NOT WS-CLS-DATE-VALID
               MOVE 'Y' TO WS-ERROR-FLAG
               MOVE 'EFFECTIVE DATE MUST BE YYYY-MM-DD'
                   TO WS-ERROR-MSG
               GO TO 7100-EXIT
           END-IF
      *
           IF NOT WS-FP-DISP-PAYOFF
           AND NOT WS-FP-DISP-ASSUME
               MOVE 'Y' TO WS-ERROR-FLAG
               MOVE 'FLOOR PLAN DISPOSITION MUST BE P (PAYOFF) OR A (
      -            'ASSUME)'
                   TO WS-ERROR-MSG
               GO TO 7100-EXIT
           END-IF
      *
      *    OLD DEALER MUST EXIST AND STILL BE ACTIVE
      *
           EXEC SQL
               SELECT ACTIVE_FLAG
               INTO   :WS-CLS-OLD-ACTIVE
               FROM   AUTOSALE.DEALER
               WHERE  DEALER_CODE = :WS-IN-DEALER-CODE
           END-EXEC
      *
           IF SQLCODE = +100
               MOVE 'Y' TO WS-ERROR-FLAG
               STRING 'DEALER NOT FOUND: ' WS-IN-DEALER-CODE
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               GO TO 7100-EXIT
           END-IF
           IF WS-CLS-OLD-ACTIVE NOT = 'Y'
               MOVE 'Y' TO WS-ERROR-FLAG
               STRING 'DEALER ' WS-IN-DEALER-CODE
                      ' IS ALREADY INACTIVE'
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               GO TO 7100-EXIT
           END-IF
      *
      *    SUCCESSOR MUST EXIST AND BE ACTIVE; ITS FLOOR PLAN LENDER
      *    IS THE DEFAULT FOR THE ASSUMING / REFLOORING LENDER
      *
           EXEC SQL
               SELECT ACTIVE_FLAG,
                      FLOOR_PLAN_LENDER_ID
               INTO   :WS-CLS-SUCC-ACTIVE,
                      :WS-CLS-SUCC-LENDER
                          :NI-SUCC-LENDER
               FROM   AUTOSALE.DEALER
               WHERE  DEALER_CODE = :WS-IN-SUCC-DEALER
           END-EXEC
      *
           IF SQLCODE = +100
               MOVE 'Y' TO WS-ERROR-FLAG
               STRING 'SUCCESSOR DEALER NOT FOUND: '
                      WS-IN-SUCC-DEALER
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               GO TO 7100-EXIT
           END-IF
           IF WS-CLS-SUCC-ACTIVE NOT = 'Y'
               MOVE 'Y' TO WS-ERROR-FLAG
               STRING 'SUCCESSOR DEALER ' WS-IN-SUCC-DEALER
                      ' IS NOT ACTIVE'
                   DELIMITED BY SIZE
                   INTO WS-ERROR-MSG
               GO TO 7100-EXIT
           END-IF
      *
           IF NI-SUCC-LENDER < 0
               MOVE SPACES TO WS-CLS-SUCC-LENDER
           END-IF
           IF WS-IN-NEW-LENDER NOT = SPACES
               MOVE WS-IN-NEW-LENDER TO WS-CLS-NEW-LENDER
           ELSE
               MOVE WS-CLS-SUCC-LENDER TO WS-CLS-NEW-LENDER
           END-IF
      *
           IF WS-FP-DISP-ASSUME
           AND WS-CLS-NEW-LENDER = SPACES
               MOVE 'Y' TO WS-ERROR-FLAG
               MOVE 'ASSUMING LENDER REQUIRED - SUCCESSOR HAS NO FLOOR
      -            'PLAN LENDER'
                   TO WS-ERROR-MSG
           END-IF
           .
       7100-EXIT.
           EXIT.
      *
      *---------------------------------------------------------------*
      * 8000 - SEND ERROR RESPONSE                                     *
      *---------------------------------------------------------------*
       8000-SEND-ERROR.
                   MOVE 'INS' TO WS-AUD-ACTION
               WHEN WS-FUNC-UPD
                   MOVE 'UPD' TO WS-AUD-ACTION
               WHEN WS-FUNC-CLS
                   MOVE 'CLS' TO WS-AUD-ACTION
               WHEN OTHER
                   MOVE 'INQ' TO WS-AUD-ACTION
           END-EVALUATE
           MOVE WS-IN-DEALER-CODE TO WS-AUD-KEY
           MOVE SPACES TO WS-AUD-OLD-VAL
           MOVE WS-IN-DEALER-NAME TO WS-AUD-NEW-VAL
      *
           IF WS-FUNC-CLS
               MOVE 'ACTIVE_FLAG=Y' TO WS-AUD-OLD-VAL
               MOVE SPACES TO WS-AUD-NEW-VAL
               STRING 'INACTIVE_DATE=' WS-IN-EFF-DATE
                      ' SUCCESSOR=' WS-IN-SUCC-DEALER
                      ' FP=' WS-IN-FP-DISP
                      ' LENDER=' WS-CLS-NEW-LENDER
                   DELIMITED BY SIZE
                   INTO WS-AUD-NEW-VAL
           END-IF
      *
           CALL 'COMLGEL0' USING WS-AUD-USER-ID
                                  WS-AUD-PROGRAM-ID
