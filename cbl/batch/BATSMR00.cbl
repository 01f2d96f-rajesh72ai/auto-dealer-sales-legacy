       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATSMR00.
      ****************************************************************
      * PROGRAM:    BATSMR00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     BAT - BATCH PROCESSING                           *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    MONTHLY SERVICE MAINTENANCE DUE REMINDERS.       *
      *             FOR EVERY VEHICLE STILL OWNED BY THE CUSTOMER WE *
      *             DELIVERED IT TO (VEHICLE SOLD, NO LATER DELIVERY *
      *             ON THE VIN) THE CURRENT MILEAGE IS ESTIMATED:    *
      *               - THE STARTING POINT IS THE LATEST REPAIR      *
      *                 ORDER SINCE DELIVERY, OR THE DELIVERY ITSELF *
      *                 (SALES_DEAL.DELIVERY_ODOM) IF THERE IS NONE  *
      *               - MILES PER DAY COMES FROM THE DELIVERY        *
      *                 ODOMETER TO THE LAST RO ODOMETER; WITHOUT A  *
      *                 USABLE RO THE CONFIGURED DEFAULT RATE IS     *
      *                 USED                                         *
      *             THE VEHICLE IS DUE WHEN THE ESTIMATE HAS PASSED  *
      *             THE STARTING ODOMETER PLUS THE MILEAGE INTERVAL  *
      *             (REASON M), OR THE MONTHS INTERVAL HAS PASSED    *
      *             SINCE THE STARTING DATE (REASON T), OR BOTH (B). *
      *             ONE REMINDER IS SENT PER INTERVAL - NOTHING IS   *
      *             SENT AGAIN UNTIL THE VEHICLE HAS BEEN IN FOR     *
      *             SERVICE. THE TOUCH GOES THROUGH COMCNTL0 (EMAIL  *
      *             WHEN ON FILE, ELSE MAIL) SO DO-NOT-CONTACT FLAGS *
      *             ARE HONORED AND CONTACT_HISTORY IS WRITTEN, AND  *
      *             IS RECORDED IN SERVICE_REMINDER.                 *
      *                                                              *
      *             RESPONSE TRACKING: A SENT REMINDER IS MATCHED TO *
      *             THE FIRST RO OPENED ON THE VIN WITHIN THE        *
      *             RESPONSE WINDOW (STATUS RS, RESPONSE_RO SET);    *
      *             ONE WITH NO RO BY THE END OF THE WINDOW IS       *
      *             CLOSED AS NO RESPONSE (NR).                      *
      *                                                              *
      *             SYSTEM_CONFIG KEYS (DEFAULT):                    *
      *               BATSMR00_INTERVAL_MILES   (5000)               *
      *               BATSMR00_INTERVAL_MONTHS  (6)                  *
      *               BATSMR00_DEFAULT_MPD      (33 MILES PER DAY)   *
      *               BATSMR00_RESPONSE_DAYS    (60)                 *
      *                                                              *
      * TABLES:     AUTOSALE.SALES_DEAL        (READ)                *
      *             AUTOSALE.VEHICLE           (READ)                *
      *             AUTOSALE.REPAIR_ORDER      (READ)                *
      *             AUTOSALE.CUSTOMER          (READ)                *
      *             AUTOSALE.SERVICE_REMINDER  (READ/INSERT/UPDATE)  *
      *             AUTOSALE.SYSTEM_CONFIG     (READ)                *
      *                                                              *
      * OUTPUT:     SMRFILE DD - PIPE-DELIMITED REMINDER EXTRACT     *
      *                          (MAIL ONLY - EMAIL REMINDERS ARE    *
      *                          QUEUED BY COMCNTL0 FOR BATMSG00)    *
      *                                                              *
      * CALLS:      COMCNTL0 - UNIFIED CUSTOMER CONTACT SERVICE      *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-10-15  INITIAL CREATION                               *
      *   2026-10-15  EMAIL REMINDERS GO THROUGH THE MESSAGE GATEWAY *
      *               QUEUE, NOT SMRFILE                             *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SMR-FILE
               ASSIGN TO SMRFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SMRFILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  SMR-FILE
           RECORDING MODE IS V
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 20 TO 400 CHARACTERS.
       01  SMR-RECORD                    PIC X(400).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID                  PIC X(08) VALUE 'BATSMR00'.
      *
       01  WS-SMRFILE-STATUS             PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *    DCLGEN COPYBOOKS
      *
           COPY DCLCUSTM.
           COPY DCLSVREM.
      *
      *    PROCESSING COUNTERS
      *
       01  WS-COUNTERS.
           05  WS-VEHICLE-COUNT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-NOT-DUE-COUNT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-REMINDED-COUNT         PIC S9(09) COMP-3 VALUE +0.
           05  WS-SENT-COUNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-SUPPRESS-COUNT         PIC S9(09) COMP-3 VALUE +0.
           05  WS-RESPONSE-COUNT         PIC S9(09) COMP-3 VALUE +0.
           05  WS-EXPIRED-COUNT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
      *
       01  WS-FLAGS.
           05  WS-EOF-VEHICLE            PIC X(01) VALUE 'N'.
               88  WS-VEHICLE-DONE                 VALUE 'Y'.
           05  WS-MILES-DUE              PIC X(01) VALUE 'N'.
           05  WS-TIME-DUE               PIC X(01) VALUE 'N'.
      *
       01  WS-WORK-FIELDS.
           05  WS-COMMIT-FREQ            PIC S9(04) COMP VALUE +500.
           05  WS-SINCE-COMMIT           PIC S9(04) COMP VALUE +0.
           05  WS-ELAPSED-DAYS           PIC S9(09) COMP VALUE +0.
           05  WS-ELAPSED-MILES          PIC S9(09) COMP VALUE +0.
           05  WS-DEFAULT-MPD            PIC S9(05)V99 COMP-3
                                                     VALUE +33.
           05  WS-CUST-ID-DISPLAY        PIC 9(09).
           05  WS-REMINDER-DISPLAY       PIC 9(09).
           05  WS-MODEL-YEAR-DISPLAY     PIC 9(04).
           05  WS-EST-ODOM-DISPLAY       PIC 9(07).
           05  WS-DUE-ODOM-DISPLAY       PIC 9(07).
      *
      *    CURRENT DATE FIELDS
      *
       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-DATA.
               10  WS-CURR-YYYY          PIC 9(04).
               10  WS-CURR-MM            PIC 9(02).
               10  WS-CURR-DD            PIC 9(02).
               10  FILLER                PIC X(13).
           05  WS-TODAY-DATE             PIC X(10) VALUE SPACES.
      *
      *    HOST VARIABLES - CONFIGURATION
      *
       01  WS-HV-CONFIG.
           05  WS-HV-CFG-VALUE           PIC X(100) VALUE SPACES.
           05  WS-HV-INT-MILES           PIC S9(09) COMP VALUE +5000.
           05  WS-HV-INT-MONTHS          PIC S9(04) COMP VALUE +6.
           05  WS-HV-RESP-DAYS           PIC S9(04) COMP VALUE +60.
      *
      *    HOST VARIABLES - OWNED VEHICLE CURSOR
      *
       01  WS-HV-OWNED.
           05  WS-HV-OV-DEAL-NUMBER      PIC X(10).
           05  WS-HV-OV-DEALER           PIC X(05).
           05  WS-HV-OV-CUSTOMER-ID      PIC S9(09) COMP.
           05  WS-HV-OV-VIN              PIC X(17).
           05  WS-HV-OV-MODEL-YEAR       PIC S9(04) COMP.
           05  WS-HV-OV-MAKE             PIC X(03).
           05  WS-HV-OV-MODEL            PIC X(06).
           05  WS-HV-OV-DLV-DATE         PIC X(10).
           05  WS-HV-OV-DLV-ODOM         PIC S9(09) COMP.
           05  WS-HV-OV-DLV-DAYS         PIC S9(09) COMP.
           05  WS-HV-OV-DLV-TIME-DUE     PIC X(01).
      *
      *    HOST VARIABLES - LAST SERVICE SINCE DELIVERY
      *
       01  WS-HV-LAST-RO.
           05  WS-HV-LR-RO-NUMBER        PIC S9(09) COMP.
           05  WS-HV-LR-ODOMETER         PIC S9(09) COMP.
           05  WS-HV-LR-OPEN-DATE        PIC X(10).
           05  WS-HV-LR-DAYS             PIC S9(09) COMP.
           05  WS-HV-LR-TIME-DUE         PIC X(01).
      *
       01  WS-HV-PRIOR-COUNT             PIC S9(09) COMP VALUE +0.
      *
      *    UNIFIED CONTACT SERVICE CALL FIELDS (COMCNTL0)
      *
       01  WS-CNT-REQUEST.
           05  WS-CN-CUSTOMER-ID   PIC S9(09) COMP.
           05  WS-CN-CHANNEL       PIC X(01).
           05  WS-CN-CONTACT-TYPE  PIC X(06).
           05  WS-CN-SOURCE        PIC X(08).
           05  WS-CN-DESC          PIC X(80).
           05  WS-CN-OVERRIDE      PIC X(01).
       01  WS-CNT-RESULT.
           05  WS-CN-RESULT        PIC X(02).
               88  WS-CN-ALLOWED             VALUE 'AL'.
               88  WS-CN-OVERRIDDEN          VALUE 'OV'.
               88  WS-CN-SUPPRESSED          VALUE 'SU'.
           05  WS-CN-RETURN-CODE   PIC S9(04) COMP.
           05  WS-CN-RETURN-MSG    PIC X(79).
      *
      *    NULL INDICATORS
      *
       01  WS-NULL-IND.
           05  NI-EMAIL                  PIC S9(04) COMP VALUE 0.
      *
      *    OUTPUT BUFFER
      *
       01  WS-OUT-BUFFER                 PIC X(400) VALUE SPACES.
      *
      *    DB2 CURSOR - VEHICLES STILL WITH THE CUSTOMER WE LAST
      *    DELIVERED THEM TO
      *
           EXEC SQL DECLARE CSR_SMR_OWNED CURSOR WITH HOLD FOR
               SELECT S.DEAL_NUMBER
                    , S.DEALER_CODE
                    , S.CUSTOMER_ID
                    , S.VIN
                    , V.MODEL_YEAR
                    , V.MAKE_CODE
                    , V.MODEL_CODE
                    , CHAR(S.DELIVERY_DATE, ISO)
                    , COALESCE(S.DELIVERY_ODOM, V.ODOMETER)
                    , DAYS(CURRENT DATE) - DAYS(S.DELIVERY_DATE)
                    , CASE WHEN S.DELIVERY_DATE
                                + :WS-HV-INT-MONTHS MONTHS
                                <= CURRENT DATE
                           THEN 'Y' ELSE 'N' END
               FROM   AUTOSALE.SALES_DEAL S
               INNER JOIN AUTOSALE.VEHICLE V
                 ON   V.VIN = S.VIN
               WHERE  S.DEAL_STATUS = 'DL'
                 AND  S.DELIVERY_DATE IS NOT NULL
                 AND  V.VEHICLE_STATUS = 'SD'
                 AND  NOT EXISTS
                      (SELECT 1
                       FROM   AUTOSALE.SALES_DEAL S2
                       WHERE  S2.VIN = S.VIN
                         AND  S2.DEAL_STATUS = 'DL'
                         AND  S2.DELIVERY_DATE > S.DELIVERY_DATE)
               ORDER BY S.VIN
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'BATSMR00: MAINTENANCE DUE REMINDERS - START'
      *
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPEN-FILES
      *
           IF WS-SMRFILE-STATUS = '00'
               PERFORM 2500-WRITE-HEADER
               PERFORM 3000-MATCH-RESPONSES
               PERFORM 4000-PROCESS-VEHICLES THRU 4000-EXIT
               PERFORM 7000-COMMIT
           END-IF
      *
           PERFORM 9000-CLOSE-FILES
      *
           DISPLAY 'BATSMR00: PROCESSING COMPLETE'
           DISPLAY 'BATSMR00:   RESPONSES MATCHED   = '
                   WS-RESPONSE-COUNT
           DISPLAY 'BATSMR00:   NO RESPONSE CLOSED  = '
                   WS-EXPIRED-COUNT
           DISPLAY 'BATSMR00:   VEHICLES READ       = '
                   WS-VEHICLE-COUNT
           DISPLAY 'BATSMR00:   NOT YET DUE         = '
                   WS-NOT-DUE-COUNT
           DISPLAY 'BATSMR00:   ALREADY REMINDED    = '
                   WS-REMINDED-COUNT
           DISPLAY 'BATSMR00:   REMINDERS SENT      = '
                   WS-SENT-COUNT
           DISPLAY 'BATSMR00:   SUPPRESSED          = '
                   WS-SUPPRESS-COUNT
           DISPLAY 'BATSMR00:   ERRORS              = '
                   WS-ERROR-COUNT
      *
           IF WS-ERROR-COUNT > +0
               MOVE 8 TO RETURN-CODE
           END-IF
      *
           DISPLAY 'BATSMR00: MAINTENANCE DUE REMINDERS - END'
      *
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE - INTERVALS FROM SYSTEM_CONFIG            *
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
           INITIALIZE WS-COUNTERS
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :WS-HV-CFG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY = 'BATSMR00_INTERVAL_MILES'
           END-EXEC
           IF SQLCODE = +0
               COMPUTE WS-HV-INT-MILES =
                   FUNCTION NUMVAL(WS-HV-CFG-VALUE(1:10))
           END-IF
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :WS-HV-CFG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY = 'BATSMR00_INTERVAL_MONTHS'
           END-EXEC
           IF SQLCODE = +0
               COMPUTE WS-HV-INT-MONTHS =
                   FUNCTION NUMVAL(WS-HV-CFG-VALUE(1:10))
           END-IF
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :WS-HV-CFG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY = 'BATSMR00_DEFAULT_MPD'
           END-EXEC
           IF SQLCODE = +0
               COMPUTE WS-DEFAULT-MPD =
                   FUNCTION NUMVAL(WS-HV-CFG-VALUE(1:10))
           END-IF
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :WS-HV-CFG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY = 'BATSMR00_RESPONSE_DAYS'
           END-EXEC
           IF SQLCODE = +0
               COMPUTE WS-HV-RESP-DAYS =
                   FUNCTION NUMVAL(WS-HV-CFG-VALUE(1:10))
           END-IF
      *
           DISPLAY 'BATSMR00: PROCESSING DATE     = ' WS-TODAY-DATE
           DISPLAY 'BATSMR00: INTERVAL MILES      = ' WS-HV-INT-MILES
           DISPLAY 'BATSMR00: INTERVAL MONTHS     = '
                   WS-HV-INT-MONTHS
           DISPLAY 'BATSMR00: DEFAULT MILES / DAY = ' WS-DEFAULT-MPD
           DISPLAY 'BATSMR00: RESPONSE WINDOW     = '
                   WS-HV-RESP-DAYS ' DAYS'
           .
      *
      ****************************************************************
      *    2000-OPEN-FILES                                           *
      ****************************************************************
       2000-OPEN-FILES.
      *
           OPEN OUTPUT SMR-FILE
      *
           IF WS-SMRFILE-STATUS NOT = '00'
               DISPLAY 'BATSMR00: ERROR OPENING SMRFILE - '
                       WS-SMRFILE-STATUS
           END-IF
           .
      *
      ****************************************************************
      *    2500-WRITE-HEADER                                         *
      ****************************************************************
       2500-WRITE-HEADER.
      *
           INITIALIZE WS-OUT-BUFFER
           STRING
               'REMINDER_ID|CUST_ID|LAST_NAME|FIRST_NAME'
               '|ADDRESS|CITY|STATE|ZIP|EMAIL|CHANNEL'
               '|VIN|MODEL_YEAR|MAKE_CODE|MODEL_CODE'
               '|DUE_REASON|EST_ODOMETER|DUE_ODOMETER'
               '|LAST_SERVICE|DEALER_CODE|EXTRACT_DATE'
               DELIMITED BY SIZE
               INTO WS-OUT-BUFFER
      *
           WRITE SMR-RECORD FROM WS-OUT-BUFFER
           .
      *
      ****************************************************************
      *    3000-MATCH-RESPONSES - A SENT REMINDER IS ANSWERED BY THE *
      *    FIRST RO OPENED ON THE VIN INSIDE THE RESPONSE WINDOW;    *
      *    ONE WHOSE WINDOW HAS RUN OUT IS CLOSED AS NO RESPONSE     *
      ****************************************************************
       3000-MATCH-RESPONSES.
      *
           EXEC SQL
               UPDATE AUTOSALE.SERVICE_REMINDER M
                  SET RESPONSE_RO =
                      (SELECT MIN(R.RO_NUMBER)
                       FROM   AUTOSALE.REPAIR_ORDER R
                       WHERE  R.VIN = M.VIN
                         AND  R.OPEN_DATE BETWEEN M.SENT_DATE
                              AND M.SENT_DATE
                                  + :WS-HV-RESP-DAYS DAYS)
                    , RESPONSE_DATE =
                      (SELECT MIN(R.OPEN_DATE)
                       FROM   AUTOSALE.REPAIR_ORDER R
                       WHERE  R.VIN = M.VIN
                         AND  R.OPEN_DATE BETWEEN M.SENT_DATE
                              AND M.SENT_DATE
                                  + :WS-HV-RESP-DAYS DAYS)
                    , REMINDER_STATUS = 'RS'
                    , UPDATED_TS      = CURRENT TIMESTAMP
               WHERE  M.REMINDER_STATUS = 'SN'
                 AND  EXISTS
                      (SELECT 1
                       FROM   AUTOSALE.REPAIR_ORDER R
                       WHERE  R.VIN = M.VIN
                         AND  R.OPEN_DATE BETWEEN M.SENT_DATE
                              AND M.SENT_DATE
                                  + :WS-HV-RESP-DAYS DAYS)
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   MOVE SQLERRD(3) TO WS-RESPONSE-COUNT
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'BATSMR00: RESPONSE MATCH FAILED - '
                           SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
           END-EVALUATE
      *
           EXEC SQL
               UPDATE AUTOSALE.SERVICE_REMINDER
                  SET REMINDER_STATUS = 'NR'
                    , UPDATED_TS      = CURRENT TIMESTAMP
               WHERE  REMINDER_STATUS = 'SN'
                 AND  SENT_DATE + :WS-HV-RESP-DAYS DAYS
                      < CURRENT DATE
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   MOVE SQLERRD(3) TO WS-EXPIRED-COUNT
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'BATSMR00: NO-RESPONSE CLOSE FAILED - '
                           SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
           END-EVALUATE
      *
           PERFORM 7000-COMMIT
           .
      *
      ****************************************************************
      *    4000-PROCESS-VEHICLES                                     *
      ****************************************************************
       4000-PROCESS-VEHICLES.
      *
           EXEC SQL OPEN CSR_SMR_OWNED END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATSMR00: ERROR OPENING VEHICLE CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-VEHICLE
      *
           PERFORM UNTIL WS-VEHICLE-DONE
               EXEC SQL FETCH CSR_SMR_OWNED
                   INTO :WS-HV-OV-DEAL-NUMBER
                      , :WS-HV-OV-DEALER
                      , :WS-HV-OV-CUSTOMER-ID
                      , :WS-HV-OV-VIN
                      , :WS-HV-OV-MODEL-YEAR
                      , :WS-HV-OV-MAKE
                      , :WS-HV-OV-MODEL
                      , :WS-HV-OV-DLV-DATE
                      , :WS-HV-OV-DLV-ODOM
                      , :WS-HV-OV-DLV-DAYS
                      , :WS-HV-OV-DLV-TIME-DUE
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       ADD +1 TO WS-VEHICLE-COUNT
                       PERFORM 4100-EVALUATE-VEHICLE THRU 4100-EXIT
                   WHEN +100
                       SET WS-VEHICLE-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATSMR00: DB2 FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-VEHICLE-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_SMR_OWNED END-EXEC
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4100-EVALUATE-VEHICLE - ESTIMATE MILEAGE AND TEST BOTH    *
      *    INTERVALS FROM THE LAST SERVICE (OR THE DELIVERY)         *
      ****************************************************************
       4100-EVALUATE-VEHICLE.
      *
           INITIALIZE DCLSERVICE-REMINDER
           MOVE WS-DEFAULT-MPD TO DAILY-MILES OF DCLSERVICE-REMINDER
      *
           EXEC SQL
               SELECT RO_NUMBER
                    , ODOMETER
                    , CHAR(OPEN_DATE, ISO)
                    , DAYS(CURRENT DATE) - DAYS(OPEN_DATE)
                    , CASE WHEN OPEN_DATE
                                + :WS-HV-INT-MONTHS MONTHS
                                <= CURRENT DATE
                           THEN 'Y' ELSE 'N' END
               INTO   :WS-HV-LR-RO-NUMBER
                    , :WS-HV-LR-ODOMETER
                    , :WS-HV-LR-OPEN-DATE
                    , :WS-HV-LR-DAYS
                    , :WS-HV-LR-TIME-DUE
               FROM   AUTOSALE.REPAIR_ORDER
               WHERE  VIN = :WS-HV-OV-VIN
                 AND  OPEN_DATE >= :WS-HV-OV-DLV-DATE
               ORDER BY OPEN_DATE DESC
                      , RO_NUMBER DESC
               FETCH FIRST 1 ROW ONLY
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   MOVE 'RO' TO BASE-SOURCE OF DCLSERVICE-REMINDER
                   MOVE WS-HV-LR-OPEN-DATE
                       TO BASE-DATE OF DCLSERVICE-REMINDER
                   MOVE WS-HV-LR-ODOMETER
                       TO BASE-ODOMETER OF DCLSERVICE-REMINDER
                   MOVE WS-HV-LR-DAYS TO WS-ELAPSED-DAYS
                   MOVE WS-HV-LR-TIME-DUE TO WS-TIME-DUE
                   PERFORM 4200-COMPUTE-RATE
               WHEN +100
                   MOVE 'DL' TO BASE-SOURCE OF DCLSERVICE-REMINDER
                   MOVE WS-HV-OV-DLV-DATE
                       TO BASE-DATE OF DCLSERVICE-REMINDER
                   MOVE WS-HV-OV-DLV-ODOM
                       TO BASE-ODOMETER OF DCLSERVICE-REMINDER
                   MOVE WS-HV-OV-DLV-DAYS TO WS-ELAPSED-DAYS
                   MOVE WS-HV-OV-DLV-TIME-DUE TO WS-TIME-DUE
               WHEN OTHER
                   DISPLAY 'BATSMR00: LAST RO LOOKUP FAILED FOR '
                           WS-HV-OV-VIN ' - ' SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
                   GO TO 4100-EXIT
           END-EVALUATE
      *
           COMPUTE EST-ODOMETER OF DCLSERVICE-REMINDER ROUNDED =
                   BASE-ODOMETER OF DCLSERVICE-REMINDER
                 + DAILY-MILES OF DCLSERVICE-REMINDER
                   * WS-ELAPSED-DAYS
           COMPUTE DUE-ODOMETER OF DCLSERVICE-REMINDER =
                   BASE-ODOMETER OF DCLSERVICE-REMINDER
                 + WS-HV-INT-MILES
      *
           IF EST-ODOMETER OF DCLSERVICE-REMINDER
              >= DUE-ODOMETER OF DCLSERVICE-REMINDER
               MOVE 'Y' TO WS-MILES-DUE
           ELSE
               MOVE 'N' TO WS-MILES-DUE
           END-IF
      *
           EVALUATE TRUE
               WHEN WS-MILES-DUE = 'Y' AND WS-TIME-DUE = 'Y'
                   MOVE 'B' TO DUE-REASON OF DCLSERVICE-REMINDER
               WHEN WS-MILES-DUE = 'Y'
                   MOVE 'M' TO DUE-REASON OF DCLSERVICE-REMINDER
               WHEN WS-TIME-DUE = 'Y'
                   MOVE 'T' TO DUE-REASON OF DCLSERVICE-REMINDER
               WHEN OTHER
                   ADD +1 TO WS-NOT-DUE-COUNT
                   GO TO 4100-EXIT
           END-EVALUATE
      *
      *    ONE REMINDER PER INTERVAL - ANY REMINDER SINCE THE LAST
      *    SERVICE (SENT OR SUPPRESSED) STANDS UNTIL THE NEXT VISIT
      *
           MOVE +0 TO WS-HV-PRIOR-COUNT
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-HV-PRIOR-COUNT
               FROM   AUTOSALE.SERVICE_REMINDER
               WHERE  VIN = :WS-HV-OV-VIN
                 AND  SENT_DATE >= :BASE-DATE OF DCLSERVICE-REMINDER
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATSMR00: PRIOR REMINDER CHECK FAILED FOR '
                       WS-HV-OV-VIN ' - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4100-EXIT
           END-IF
      *
           IF WS-HV-PRIOR-COUNT > +0
               ADD +1 TO WS-REMINDED-COUNT
               GO TO 4100-EXIT
           END-IF
      *
           PERFORM 5000-SEND-REMINDER THRU 5000-EXIT
      *
           ADD +1 TO WS-SINCE-COMMIT
           IF WS-SINCE-COMMIT >= WS-COMMIT-FREQ
               PERFORM 7000-COMMIT
               MOVE +0 TO WS-SINCE-COMMIT
           END-IF
           .
       4100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4200-COMPUTE-RATE - MILES PER DAY FROM DELIVERY TO THE    *
      *    LAST RO. A BACKWARD OR SAME-DAY READING KEEPS THE DEFAULT *
      ****************************************************************
       4200-COMPUTE-RATE.
      *
           COMPUTE WS-ELAPSED-MILES =
                   WS-HV-LR-ODOMETER - WS-HV-OV-DLV-ODOM
           COMPUTE WS-ELAPSED-DAYS =
                   WS-HV-OV-DLV-DAYS - WS-HV-LR-DAYS
      *
           IF WS-ELAPSED-MILES > +0
           AND WS-ELAPSED-DAYS > +0
               COMPUTE DAILY-MILES OF DCLSERVICE-REMINDER ROUNDED =
                       WS-ELAPSED-MILES / WS-ELAPSED-DAYS
           END-IF
      *
           MOVE WS-HV-LR-DAYS TO WS-ELAPSED-DAYS
           .
      *
      ****************************************************************
      *    5000-SEND-REMINDER - EMAIL WHEN ON FILE, ELSE MAIL; AN    *
      *    EMAIL THE CUSTOMER HAS OPTED OUT OF FALLS BACK TO MAIL    *
      ****************************************************************
       5000-SEND-REMINDER.
      *
           EXEC SQL
               SELECT FIRST_NAME
                    , LAST_NAME
                    , ADDRESS_LINE1
                    , CITY
                    , STATE_CODE
                    , ZIP_CODE
                    , EMAIL
               INTO   :FIRST-NAME
                    , :LAST-NAME
                    , :ADDRESS-LINE1
                    , :CITY
                    , :STATE-CODE
                    , :ZIP-CODE
                    , :EMAIL
                          :NI-EMAIL
               FROM   AUTOSALE.CUSTOMER
               WHERE  CUSTOMER_ID = :WS-HV-OV-CUSTOMER-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATSMR00: CUSTOMER LOOKUP FAILED FOR '
                       WS-HV-OV-CUSTOMER-ID ' - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 5000-EXIT
           END-IF
      *
           IF NI-EMAIL < +0
               MOVE +1 TO EMAIL-LN OF DCLCUSTOMER
               MOVE SPACES TO EMAIL-TX OF DCLCUSTOMER
           END-IF
      *
           MOVE WS-HV-OV-CUSTOMER-ID TO WS-CN-CUSTOMER-ID
           MOVE 'SVCREM' TO WS-CN-CONTACT-TYPE
           MOVE 'BATSMR00' TO WS-CN-SOURCE
           MOVE 'N' TO WS-CN-OVERRIDE
           MOVE SPACES TO WS-CN-DESC
           STRING 'MAINTENANCE DUE REMINDER VIN ' WS-HV-OV-VIN
                  DELIMITED BY SIZE
                  INTO WS-CN-DESC
      *
           MOVE SPACES TO WS-CN-RESULT
           IF EMAIL-LN OF DCLCUSTOMER > +0
           AND EMAIL-TX OF DCLCUSTOMER(1:EMAIL-LN OF DCLCUSTOMER)
               NOT = SPACES
               MOVE 'E' TO WS-CN-CHANNEL
               CALL 'COMCNTL0' USING WS-CNT-REQUEST
                                     WS-CNT-RESULT
           END-IF
      *
           IF WS-CN-RESULT = SPACES
           OR WS-CN-SUPPRESSED
               MOVE 'M' TO WS-CN-CHANNEL
               CALL 'COMCNTL0' USING WS-CNT-REQUEST
                                     WS-CNT-RESULT
           END-IF
      *
           IF WS-CN-RETURN-CODE NOT = +0
               DISPLAY 'BATSMR00: CONTACT SERVICE FAILED FOR '
                       WS-HV-OV-CUSTOMER-ID ' - ' WS-CN-RETURN-MSG
               ADD +1 TO WS-ERROR-COUNT
               GO TO 5000-EXIT
           END-IF
      *
           MOVE WS-CN-CHANNEL TO CONTACT-CHANNEL OF DCLSERVICE-REMINDER
           MOVE WS-CN-RESULT TO CONTACT-RESULT OF DCLSERVICE-REMINDER
           IF WS-CN-SUPPRESSED
               MOVE 'SU' TO REMINDER-STATUS OF DCLSERVICE-REMINDER
           ELSE
               MOVE 'SN' TO REMINDER-STATUS OF DCLSERVICE-REMINDER
           END-IF
      *
           PERFORM 5100-INSERT-REMINDER THRU 5100-EXIT
           IF SQLCODE NOT = +0
               GO TO 5000-EXIT
           END-IF
      *
           IF WS-CN-SUPPRESSED
               ADD +1 TO WS-SUPPRESS-COUNT
               GO TO 5000-EXIT
           END-IF
      *
      *    EMAIL WAS QUEUED FOR THE GATEWAY BY COMCNTL0
      *
           IF WS-CN-CHANNEL = 'E'
               ADD +1 TO WS-SENT-COUNT
           ELSE
               PERFORM 5200-WRITE-EXTRACT
           END-IF
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5100-INSERT-REMINDER                                      *
      ****************************************************************
       5100-INSERT-REMINDER.
      *
           EXEC SQL
               SELECT NEXT VALUE FOR AUTOSALE.SVC_REMINDER_SEQ
               INTO   :REMINDER-ID OF DCLSERVICE-REMINDER
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATSMR00: REMINDER SEQUENCE FAILED - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 5100-EXIT
           END-IF
      *
           EXEC SQL
               INSERT INTO AUTOSALE.SERVICE_REMINDER
               ( REMINDER_ID
               , DEALER_CODE
               , CUSTOMER_ID
               , VIN
               , DEAL_NUMBER
               , DUE_REASON
               , BASE_SOURCE
               , BASE_DATE
               , BASE_ODOMETER
               , DAILY_MILES
               , EST_ODOMETER
               , DUE_ODOMETER
               , CONTACT_CHANNEL
               , CONTACT_RESULT
               , SENT_DATE
               , REMINDER_STATUS
               , RESPONSE_RO
               , RESPONSE_DATE
               , CREATED_TS
               , UPDATED_TS
               )
               VALUES
               ( :REMINDER-ID OF DCLSERVICE-REMINDER
               , :WS-HV-OV-DEALER
               , :WS-HV-OV-CUSTOMER-ID
               , :WS-HV-OV-VIN
               , :WS-HV-OV-DEAL-NUMBER
               , :DUE-REASON OF DCLSERVICE-REMINDER
               , :BASE-SOURCE OF DCLSERVICE-REMINDER
               , :BASE-DATE OF DCLSERVICE-REMINDER
               , :BASE-ODOMETER OF DCLSERVICE-REMINDER
               , :DAILY-MILES OF DCLSERVICE-REMINDER
               , :EST-ODOMETER OF DCLSERVICE-REMINDER
               , :DUE-ODOMETER OF DCLSERVICE-REMINDER
               , :CONTACT-CHANNEL OF DCLSERVICE-REMINDER
               , :CONTACT-RESULT OF DCLSERVICE-REMINDER
               , CURRENT DATE
               , :REMINDER-STATUS OF DCLSERVICE-REMINDER
               , NULL
               , NULL
               , CURRENT TIMESTAMP
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATSMR00: REMINDER INSERT FAILED FOR '
                       WS-HV-OV-VIN ' - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
       5100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5200-WRITE-EXTRACT - ONE LINE PER REMINDER TO BE SENT     *
      ****************************************************************
       5200-WRITE-EXTRACT.
      *
           MOVE REMINDER-ID OF DCLSERVICE-REMINDER
               TO WS-REMINDER-DISPLAY
           MOVE WS-HV-OV-CUSTOMER-ID TO WS-CUST-ID-DISPLAY
           MOVE WS-HV-OV-MODEL-YEAR TO WS-MODEL-YEAR-DISPLAY
           MOVE EST-ODOMETER OF DCLSERVICE-REMINDER
               TO WS-EST-ODOM-DISPLAY
           MOVE DUE-ODOMETER OF DCLSERVICE-REMINDER
               TO WS-DUE-ODOM-DISPLAY
      *
           INITIALIZE WS-OUT-BUFFER
           STRING
               WS-REMINDER-DISPLAY                  '|'
               WS-CUST-ID-DISPLAY                   '|'
               LAST-NAME-TX(1:LAST-NAME-LN)         '|'
               FIRST-NAME-TX(1:FIRST-NAME-LN)       '|'
               ADDRESS-LINE1-TX(1:ADDRESS-LINE1-LN) '|'
               CITY-TX(1:CITY-LN)                   '|'
               STATE-CODE                           '|'
               ZIP-CODE                             '|'
               EMAIL-TX(1:EMAIL-LN)                 '|'
               WS-CN-CHANNEL                        '|'
               WS-HV-OV-VIN                         '|'
               WS-MODEL-YEAR-DISPLAY                '|'
               WS-HV-OV-MAKE                        '|'
               WS-HV-OV-MODEL                       '|'
               DUE-REASON OF DCLSERVICE-REMINDER    '|'
               WS-EST-ODOM-DISPLAY                  '|'
               WS-DUE-ODOM-DISPLAY                  '|'
               BASE-DATE OF DCLSERVICE-REMINDER     '|'
               WS-HV-OV-DEALER                      '|'
               WS-TODAY-DATE
               DELIMITED BY SIZE
               INTO WS-OUT-BUFFER
      *
           WRITE SMR-RECORD FROM WS-OUT-BUFFER
      *
           IF WS-SMRFILE-STATUS = '00'
               ADD +1 TO WS-SENT-COUNT
           ELSE
               DISPLAY 'BATSMR00: WRITE ERROR - '
                       WS-SMRFILE-STATUS
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
      *
      ****************************************************************
      *    7000-COMMIT                                               *
      ****************************************************************
       7000-COMMIT.
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATSMR00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
      *
      ****************************************************************
      *    9000-CLOSE-FILES                                          *
      ****************************************************************
       9000-CLOSE-FILES.
      *
           CLOSE SMR-FILE
      *
           IF WS-SMRFILE-STATUS NOT = '00'
               DISPLAY 'BATSMR00: ERROR CLOSING SMRFILE - '
                       WS-SMRFILE-STATUS
           END-IF
           .
      ****************************************************************
      * END OF BATSMR00                                              *
      ****************************************************************
