       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATCPG00.
      ****************************************************************
      * PROGRAM:    BATCPG00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     BAT - BATCH PROCESSING                           *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    DAILY MARKETING CAMPAIGN RUN (CAMPAIGNS ARE KEPT *
      *             IN CUSMKT00).                                    *
      *               1. SEND - EVERY RELEASED CAMPAIGN WHOSE START  *
      *                  DATE HAS COME IS SENT ONCE. ITS AUDIENCE    *
      *                  (SAME RULE AS THE CUSMKT00 COUNT) IS WALKED *
      *                  AND EACH CUSTOMER GOES THROUGH COMCNTL0 ON  *
      *                  THE CAMPAIGN'S CHANNEL, SO DO-NOT-CONTACT   *
      *                  IS HONORED AND CONTACT_HISTORY IS WRITTEN.  *
      *                  EVERY CUSTOMER SELECTED GETS A              *
      *                  CAMPAIGN_TARGET ROW WITH THE RESULT; THOSE  *
      *                  ALLOWED GO TO THE CPGFILE EXTRACT FOR THE   *
      *                  MAIL HOUSE OR CALL LIST (EMAIL AND TEXT ARE *
      *                  QUEUED BY COMCNTL0 FOR THE MESSAGE GATEWAY, *
      *                  BATMSG00, INSTEAD). WITH ONE PER            *
      *                  HOUSEHOLD, ONLY THE FIRST MEMBER OF A       *
      *                  CONFIRMED HOUSEHOLD THAT IS ALLOWED IS SENT.*
      *                  A RELEASED CAMPAIGN WHOSE END DATE PASSED   *
      *                  UNSENT IS CANCELLED.                        *
      *               2. CREDIT - FOR EVERY SENT CAMPAIGN, EACH      *
      *                  TARGET ACTUALLY CONTACTED IS CREDITED WITH  *
      *                  ITS FIRST LEAD, RO AND DEAL (NOT CANCELLED  *
      *                  OR UNWOUND) DATED FROM THE SEND THROUGH THE *
      *                  RESPONSE WINDOW; A CREDITED DEAL IS SOLD    *
      *                  ONCE DELIVERED. A CUSTOMER IN TWO CAMPAIGNS *
      *                  CREDITS BOTH.                               *
      *               3. CLOSE - A CAMPAIGN IS CLOSED ONCE ITS       *
      *                  WINDOW IS OVER AND NO CREDITED DEAL IS      *
      *                  STILL WAITING FOR DELIVERY.                 *
      *             COMMIT AFTER EACH CAMPAIGN.                      *
      *                                                              *
      * TABLES:     AUTOSALE.MKT_CAMPAIGN      (READ/UPDATE)         *
      *             AUTOSALE.CAMPAIGN_TARGET   (INSERT/UPDATE)       *
      *             AUTOSALE.CUSTOMER          (READ)                *
      *             AUTOSALE.HOUSEHOLD_MEMBER  (READ)                *
      *             AUTOSALE.SALES_DEAL        (READ)                *
      *             AUTOSALE.LEASE_MATURITY    (READ)                *
      *             AUTOSALE.WARRANTY          (READ)                *
      *             AUTOSALE.CUSTOMER_LEAD     (READ)                *
      *             AUTOSALE.REPAIR_ORDER      (READ)                *
      *                                                              *
      * CALLS:      COMCNTL0 - CONTACT SERVICE (DNC-AWARE)           *
      *                                                              *
      * OUTPUT:     CPGFILE DD - PIPE-DELIMITED CAMPAIGN EXTRACT     *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-10-15  INITIAL CREATION                               *
      *   2026-10-15  EMAIL/TEXT CAMPAIGNS GO THROUGH THE MESSAGE    *
      *               GATEWAY QUEUE, NOT CPGFILE                     *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CPG-FILE
               ASSIGN TO CPGFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CPGFILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  CPG-FILE
           RECORDING MODE IS V
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 20 TO 400 CHARACTERS.
       01  CPG-RECORD                    PIC X(400).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID                  PIC X(08) VALUE 'BATCPG00'.
      *
       01  WS-CPGFILE-STATUS             PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *    DCLGEN COPYBOOKS
      *
           COPY DCLMKCPG.
           COPY DCLCUSTM.
      *
      *    PROCESSING COUNTERS
      *
       01  WS-COUNTERS.
           05  WS-CAMPAIGN-SENT-CT      PIC S9(09) COMP-3 VALUE +0.
           05  WS-EXPIRED-CT            PIC S9(09) COMP-3 VALUE +0.
           05  WS-TARGET-CT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-SENT-CT               PIC S9(09) COMP-3 VALUE +0.
           05  WS-SUPPRESSED-CT         PIC S9(09) COMP-3 VALUE +0.
           05  WS-HH-SKIP-CT            PIC S9(09) COMP-3 VALUE +0.
           05  WS-WRITE-COUNT           PIC S9(09) COMP-3 VALUE +0.
           05  WS-CAMPAIGN-OPEN-CT      PIC S9(09) COMP-3 VALUE +0.
           05  WS-CAMPAIGN-CLOSED-CT    PIC S9(09) COMP-3 VALUE +0.
           05  WS-LEAD-CREDIT-CT        PIC S9(09) COMP-3 VALUE +0.
           05  WS-RO-CREDIT-CT          PIC S9(09) COMP-3 VALUE +0.
           05  WS-DEAL-CREDIT-CT        PIC S9(09) COMP-3 VALUE +0.
           05  WS-SOLD-CREDIT-CT        PIC S9(09) COMP-3 VALUE +0.
           05  WS-ERROR-COUNT           PIC S9(09) COMP-3 VALUE +0.
      *
      *    PER-CAMPAIGN COUNTS (WRITTEN BACK TO MKT_CAMPAIGN)
      *
       01  WS-CAMPAIGN-COUNTS.
           05  WS-CC-TARGETED           PIC S9(09) COMP VALUE +0.
           05  WS-CC-SENT               PIC S9(09) COMP VALUE +0.
           05  WS-CC-SUPPRESSED         PIC S9(09) COMP VALUE +0.
           05  WS-CC-LAST-HH-SENT       PIC S9(09) COMP VALUE +0.
           05  WS-CC-ERROR-FLAG         PIC X(01) VALUE 'N'.
               88  WS-CC-FAILED                   VALUE 'Y'.
      *
       01  WS-FLAGS.
           05  WS-EOF-SEND               PIC X(01) VALUE 'N'.
               88  WS-SEND-DONE                    VALUE 'Y'.
           05  WS-EOF-AUDIENCE           PIC X(01) VALUE 'N'.
               88  WS-AUDIENCE-DONE                VALUE 'Y'.
           05  WS-EOF-OPEN               PIC X(01) VALUE 'N'.
               88  WS-OPEN-DONE                    VALUE 'Y'.
      *
       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-DATA.
               10  WS-CURR-YYYY        PIC 9(04).
               10  WS-CURR-MM          PIC 9(02).
               10  WS-CURR-DD          PIC 9(02).
               10  FILLER              PIC X(13).
           05  WS-TODAY-DATE           PIC X(10) VALUE SPACES.
      *
      *    AUDIENCE CRITERIA - SAME NAMES AND RULE AS CUSMKT00
      *
       01  WS-HV-AUDIENCE.
           05  WS-AU-DEALER              PIC X(05).
           05  WS-AU-STATE               PIC X(02).
           05  WS-AU-CUST-TYPE           PIC X(01).
           05  WS-AU-PURCH-MIN           PIC S9(04) COMP.
           05  WS-AU-PURCH-MAX           PIC S9(04) COMP.
           05  WS-AU-LEASE-DAYS          PIC S9(04) COMP.
           05  WS-AU-WARR-DAYS           PIC S9(04) COMP.
           05  WS-AU-HH-ONE              PIC X(01).
      *
      *    HOST VARIABLES - AUDIENCE CURSOR
      *
       01  WS-HV-TARGET.
           05  WS-HV-CUSTOMER-ID         PIC S9(09) COMP.
           05  WS-HV-HOUSEHOLD-ID        PIC S9(09) COMP.
           05  WS-HV-RESULT              PIC X(02).
      *
      *    HOST VARIABLES - SENT CAMPAIGN CURSOR
      *
       01  WS-HV-OPEN.
           05  WS-HV-OP-CAMPAIGN-ID      PIC X(08).
           05  WS-HV-OP-RESP-DAYS        PIC S9(04) COMP.
           05  WS-HV-OP-WINDOW-OVER      PIC X(01).
           05  WS-HV-OP-PENDING          PIC S9(09) COMP.
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
           05  NI-HOME-PHONE             PIC S9(04) COMP VALUE 0.
           05  NI-CELL-PHONE             PIC S9(04) COMP VALUE 0.
           05  NI-EMAIL                  PIC S9(04) COMP VALUE 0.
      *
      *    OUTPUT DISPLAY FIELDS
      *
       01  WS-CUST-ID-DISPLAY            PIC 9(09).
      *
      *    OUTPUT BUFFER
      *
       01  WS-OUT-BUFFER                 PIC X(400) VALUE SPACES.
      *
      *    DB2 CURSOR - RELEASED CAMPAIGNS DUE TODAY
      *
           EXEC SQL DECLARE CSR_CPG_SEND CURSOR WITH HOLD FOR
               SELECT CAMPAIGN_ID
                    , DEALER_CODE
                    , CAMPAIGN_NAME
                    , CHANNEL
                    , CHAR(END_DATE, ISO)
                    , AUD_STATE
                    , AUD_CUST_TYPE
                    , AUD_PURCH_MIN_MO
                    , AUD_PURCH_MAX_MO
                    , AUD_LEASE_DAYS
                    , AUD_WARR_DAYS
                    , AUD_HH_ONE
               FROM   AUTOSALE.MKT_CAMPAIGN
               WHERE  CAMPAIGN_STATUS = 'RD'
                 AND  START_DATE <= CURRENT DATE
                 AND  END_DATE   >= CURRENT DATE
               ORDER BY CAMPAIGN_ID
           END-EXEC
      *
      *    DB2 CURSOR - ONE CAMPAIGN'S AUDIENCE (SAME RULE AS THE
      *    CUSMKT00 COUNT), HOUSEHOLD MEMBERS TOGETHER
      *
           EXEC SQL DECLARE CSR_CPG_AUD CURSOR FOR
               SELECT C.CUSTOMER_ID
                    , COALESCE(H.HOUSEHOLD_ID, 0)
                    , C.FIRST_NAME
                    , C.LAST_NAME
                    , C.ADDRESS_LINE1
                    , C.CITY
                    , C.STATE_CODE
                    , C.ZIP_CODE
                    , C.HOME_PHONE
                    , C.CELL_PHONE
                    , C.EMAIL
               FROM  AUTOSALE.CUSTOMER C
                     LEFT OUTER JOIN AUTOSALE.HOUSEHOLD_MEMBER H
                       ON  H.CUSTOMER_ID = C.CUSTOMER_ID
                       AND H.LINK_STATUS = 'CF'
               WHERE C.DEALER_CODE = :WS-AU-DEALER
                 AND C.MERGED_INTO IS NULL
                 AND (:WS-AU-STATE = ' '
                      OR C.STATE_CODE = :WS-AU-STATE)
                 AND (:WS-AU-CUST-TYPE = ' '
                      OR C.CUSTOMER_TYPE = :WS-AU-CUST-TYPE)
                 AND (:WS-AU-PURCH-MAX = 0
                      OR EXISTS
                      (SELECT 1
                       FROM   AUTOSALE.SALES_DEAL D
                       WHERE  D.CUSTOMER_ID = C.CUSTOMER_ID
                         AND  D.DEAL_STATUS = 'DL'
                         AND  D.DELIVERY_DATE BETWEEN
                              CURRENT DATE - :WS-AU-PURCH-MAX MONTHS
                          AND CURRENT DATE - :WS-AU-PURCH-MIN MONTHS))
                 AND (:WS-AU-LEASE-DAYS = 0
                      OR EXISTS
                      (SELECT 1
                       FROM   AUTOSALE.LEASE_MATURITY L
                       WHERE  L.CUSTOMER_ID = C.CUSTOMER_ID
                         AND  L.MAT_STATUS  = 'OP'
                         AND  L.MATURITY_DATE BETWEEN CURRENT DATE
                          AND CURRENT DATE + :WS-AU-LEASE-DAYS DAYS))
                 AND (:WS-AU-WARR-DAYS = 0
                      OR EXISTS
                      (SELECT 1
                       FROM   AUTOSALE.SALES_DEAL W2
                            , AUTOSALE.WARRANTY W
                       WHERE  W2.CUSTOMER_ID = C.CUSTOMER_ID
                         AND  W2.DEAL_STATUS = 'DL'
                         AND  W.VIN          = W2.VIN
                         AND  W.ACTIVE_FLAG  = 'Y'
                         AND  W.EXPIRY_DATE BETWEEN CURRENT DATE
                          AND CURRENT DATE + :WS-AU-WARR-DAYS DAYS))
               ORDER BY 2, 1
           END-EXEC
      *
      *    DB2 CURSOR - SENT CAMPAIGNS STILL CREDITING RESPONSES
      *
           EXEC SQL DECLARE CSR_CPG_OPEN CURSOR WITH HOLD FOR
               SELECT CAMPAIGN_ID
                    , RESPONSE_DAYS
                    , CASE WHEN DATE(SENT_TS) + RESPONSE_DAYS DAYS
                                < CURRENT DATE
                           THEN 'Y' ELSE 'N' END
               FROM   AUTOSALE.MKT_CAMPAIGN
               WHERE  CAMPAIGN_STATUS = 'SN'
               ORDER BY CAMPAIGN_ID
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'BATCPG00: MARKETING CAMPAIGN RUN - START'
      *
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPEN-FILES
      *
           IF WS-CPGFILE-STATUS = '00'
               PERFORM 2500-WRITE-HEADER
               PERFORM 2800-EXPIRE-UNSENT
               PERFORM 3000-SEND-CAMPAIGNS THRU 3000-EXIT
               PERFORM 5000-CREDIT-RESPONSES THRU 5000-EXIT
           END-IF
      *
           PERFORM 9000-CLOSE-FILES
      *
           DISPLAY 'BATCPG00: PROCESSING COMPLETE'
           DISPLAY 'BATCPG00:   CAMPAIGNS SENT     = '
                   WS-CAMPAIGN-SENT-CT
           DISPLAY 'BATCPG00:   EXPIRED UNSENT     = '
                   WS-EXPIRED-CT
           DISPLAY 'BATCPG00:   CUSTOMERS TARGETED = '
                   WS-TARGET-CT
           DISPLAY 'BATCPG00:   CONTACTED          = '
                   WS-SENT-CT
           DISPLAY 'BATCPG00:   SUPPRESSED         = '
                   WS-SUPPRESSED-CT
           DISPLAY 'BATCPG00:   HOUSEHOLD SKIPPED  = '
                   WS-HH-SKIP-CT
           DISPLAY 'BATCPG00:   RECORDS WRITTEN    = '
                   WS-WRITE-COUNT
           DISPLAY 'BATCPG00:   CAMPAIGNS CREDITED = '
                   WS-CAMPAIGN-OPEN-CT
           DISPLAY 'BATCPG00:   CAMPAIGNS CLOSED   = '
                   WS-CAMPAIGN-CLOSED-CT
           DISPLAY 'BATCPG00:   LEADS CREDITED     = '
                   WS-LEAD-CREDIT-CT
           DISPLAY 'BATCPG00:   ROS CREDITED       = '
                   WS-RO-CREDIT-CT
           DISPLAY 'BATCPG00:   DEALS CREDITED     = '
                   WS-DEAL-CREDIT-CT
           DISPLAY 'BATCPG00:   SOLD UNITS         = '
                   WS-SOLD-CREDIT-CT
           DISPLAY 'BATCPG00:   ERRORS             = '
                   WS-ERROR-COUNT
      *
           IF WS-ERROR-COUNT > +0
               MOVE +8 TO RETURN-CODE
           END-IF
      *
           DISPLAY 'BATCPG00: MARKETING CAMPAIGN RUN - END'
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
           DISPLAY 'BATCPG00: PROCESSING DATE     = ' WS-TODAY-DATE
      *
           INITIALIZE WS-COUNTERS
           .
      *
      ****************************************************************
      *    2000-OPEN-FILES                                           *
      ****************************************************************
       2000-OPEN-FILES.
      *
           OPEN OUTPUT CPG-FILE
      *
           IF WS-CPGFILE-STATUS NOT = '00'
               DISPLAY 'BATCPG00: ERROR OPENING CPGFILE - '
                       WS-CPGFILE-STATUS
               MOVE +12 TO RETURN-CODE
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
               'CAMPAIGN_ID|CHANNEL|CUST_ID|LAST_NAME|FIRST_NAME'
               '|ADDRESS|CITY|STATE|ZIP'
               '|HOME_PHONE|CELL_PHONE|EMAIL'
               '|OFFER_END_DATE|EXTRACT_DATE'
               DELIMITED BY SIZE
               INTO WS-OUT-BUFFER
      *
           WRITE CPG-RECORD FROM WS-OUT-BUFFER
           .
      *
      ****************************************************************
      *    2800-EXPIRE-UNSENT - RELEASED BUT END DATE HAS PASSED     *
      ****************************************************************
       2800-EXPIRE-UNSENT.
      *
           EXEC SQL
               UPDATE AUTOSALE.MKT_CAMPAIGN
                  SET CAMPAIGN_STATUS = 'CN'
                    , UPDATED_BY      = 'BATCPG00'
                    , UPDATED_TS      = CURRENT TIMESTAMP
               WHERE  CAMPAIGN_STATUS = 'RD'
                 AND  END_DATE < CURRENT DATE
           END-EXEC
      *
           EVALUATE SQLCODE
               WHEN +0
                   MOVE SQLERRD(3) TO WS-EXPIRED-CT
                   DISPLAY 'BATCPG00: RELEASED CAMPAIGNS EXPIRED '
                           'UNSENT - CANCELLED = ' WS-EXPIRED-CT
               WHEN +100
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'BATCPG00: DB2 ERROR EXPIRING CAMPAIGNS - '
                           SQLCODE
                   ADD +1 TO WS-ERROR-COUNT
           END-EVALUATE
      *
           EXEC SQL COMMIT END-EXEC
           .
      *
      ****************************************************************
      *    3000-SEND-CAMPAIGNS - EACH RELEASED CAMPAIGN DUE TODAY    *
      ****************************************************************
       3000-SEND-CAMPAIGNS.
      *
           EXEC SQL OPEN CSR_CPG_SEND END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATCPG00: ERROR OPENING SEND CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-SEND
      *
           PERFORM UNTIL WS-SEND-DONE
               EXEC SQL FETCH CSR_CPG_SEND
                   INTO :DCLMKT-CAMPAIGN.CAMPAIGN-ID
                      , :DCLMKT-CAMPAIGN.DEALER-CODE
                      , :DCLMKT-CAMPAIGN.CAMPAIGN-NAME
                      , :DCLMKT-CAMPAIGN.CHANNEL
                      , :DCLMKT-CAMPAIGN.END-DATE
                      , :WS-AU-STATE
                      , :WS-AU-CUST-TYPE
                      , :WS-AU-PURCH-MIN
                      , :WS-AU-PURCH-MAX
                      , :WS-AU-LEASE-DAYS
                      , :WS-AU-WARR-DAYS
                      , :WS-AU-HH-ONE
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 4000-SEND-ONE-CAMPAIGN THRU 4000-EXIT
                   WHEN +100
                       SET WS-SEND-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATCPG00: DB2 FETCH ERROR CAMPAIGN - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-SEND-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_CPG_SEND END-EXEC
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-SEND-ONE-CAMPAIGN - WALK THE AUDIENCE, THEN MARK     *
      *    THE CAMPAIGN SENT AND COMMIT                              *
      ****************************************************************
       4000-SEND-ONE-CAMPAIGN.
      *
           INITIALIZE WS-CAMPAIGN-COUNTS
           MOVE DEALER-CODE OF DCLMKT-CAMPAIGN TO WS-AU-DEALER
      *
           EXEC SQL OPEN CSR_CPG_AUD END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATCPG00: ERROR OPENING AUDIENCE CURSOR - '
                       SQLCODE ' CAMPAIGN '
                       CAMPAIGN-ID OF DCLMKT-CAMPAIGN
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-AUDIENCE
      *
           PERFORM UNTIL WS-AUDIENCE-DONE
               EXEC SQL FETCH CSR_CPG_AUD
                   INTO :WS-HV-CUSTOMER-ID
                      , :WS-HV-HOUSEHOLD-ID
                      , :FIRST-NAME
                      , :LAST-NAME
                      , :ADDRESS-LINE1
                      , :CITY
                      , :STATE-CODE
                      , :ZIP-CODE
                      , :HOME-PHONE
                            :NI-HOME-PHONE
                      , :CELL-PHONE
                            :NI-CELL-PHONE
                      , :EMAIL
                            :NI-EMAIL
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 4100-TARGET-ONE-CUSTOMER THRU 4100-EXIT
                   WHEN +100
                       SET WS-AUDIENCE-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATCPG00: DB2 FETCH ERROR AUDIENCE - '
                               SQLCODE
                       SET WS-CC-FAILED TO TRUE
                       SET WS-AUDIENCE-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_CPG_AUD END-EXEC
      *
      *    A CAMPAIGN THAT FAILED PART WAY IS BACKED OUT AND STAYS
      *    RELEASED SO THE NEXT RUN SENDS IT WHOLE
      *
           IF WS-CC-FAILED
               ADD +1 TO WS-ERROR-COUNT
               EXEC SQL ROLLBACK END-EXEC
               DISPLAY 'BATCPG00: CAMPAIGN '
                       CAMPAIGN-ID OF DCLMKT-CAMPAIGN
                       ' BACKED OUT - WILL BE RETRIED'
               GO TO 4000-EXIT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.MKT_CAMPAIGN
                  SET CAMPAIGN_STATUS = 'SN'
                    , SENT_TS         = CURRENT TIMESTAMP
                    , TARGET_COUNT    = :WS-CC-TARGETED
                    , SENT_COUNT      = :WS-CC-SENT
                    , SUPPRESS_COUNT  = :WS-CC-SUPPRESSED
                    , UPDATED_BY      = 'BATCPG00'
                    , UPDATED_TS      = CURRENT TIMESTAMP
               WHERE  CAMPAIGN_ID     = :DCLMKT-CAMPAIGN.CAMPAIGN-ID
                 AND  CAMPAIGN_STATUS = 'RD'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATCPG00: DB2 ERROR MARKING CAMPAIGN SENT - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               EXEC SQL ROLLBACK END-EXEC
               GO TO 4000-EXIT
           END-IF
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATCPG00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4000-EXIT
           END-IF
      *
           ADD +1 TO WS-CAMPAIGN-SENT-CT
           ADD WS-CC-TARGETED TO WS-TARGET-CT
           ADD WS-CC-SENT TO WS-SENT-CT
           ADD WS-CC-SUPPRESSED TO WS-SUPPRESSED-CT
           DISPLAY 'BATCPG00: CAMPAIGN '
                   CAMPAIGN-ID OF DCLMKT-CAMPAIGN
                   ' SENT TO ' WS-CC-SENT
                   ' OF ' WS-CC-TARGETED
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4100-TARGET-ONE-CUSTOMER - CONTACT SERVICE, TARGET ROW,   *
      *    EXTRACT RECORD                                            *
      ****************************************************************
       4100-TARGET-ONE-CUSTOMER.
      *
      *    ONE PER HOUSEHOLD - A MEMBER ALREADY CONTACTED COVERS
      *    THE REST OF THE HOUSEHOLD
      *
           IF WS-AU-HH-ONE = 'Y'
           AND WS-HV-HOUSEHOLD-ID NOT = +0
           AND WS-HV-HOUSEHOLD-ID = WS-CC-LAST-HH-SENT
               ADD +1 TO WS-HH-SKIP-CT
               GO TO 4100-EXIT
           END-IF
      *
           MOVE WS-HV-CUSTOMER-ID TO WS-CN-CUSTOMER-ID
           MOVE CHANNEL OF DCLMKT-CAMPAIGN TO WS-CN-CHANNEL
           MOVE 'CAMPGN' TO WS-CN-CONTACT-TYPE
           MOVE 'BATCPG00' TO WS-CN-SOURCE
           MOVE 'N' TO WS-CN-OVERRIDE
           MOVE SPACES TO WS-CN-DESC
           STRING 'CAMPAIGN ' CAMPAIGN-ID OF DCLMKT-CAMPAIGN
                  ' ' CAMPAIGN-NAME OF DCLMKT-CAMPAIGN
                  DELIMITED BY SIZE
                  INTO WS-CN-DESC
           CALL 'COMCNTL0' USING WS-CNT-REQUEST
                                 WS-CNT-RESULT
      *
      *    A CONTACT SERVICE ERROR IS TREATED AS SUPPRESSED
      *
           IF WS-CN-RETURN-CODE NOT = +0
               MOVE 'ER' TO WS-HV-RESULT
           ELSE
               MOVE WS-CN-RESULT TO WS-HV-RESULT
           END-IF
      *
           EXEC SQL
               INSERT INTO AUTOSALE.CAMPAIGN_TARGET
               ( CAMPAIGN_ID
               , CUSTOMER_ID
               , CONTACT_RESULT
               , SENT_TS
               , SOLD_FLAG
               )
               VALUES
               ( :DCLMKT-CAMPAIGN.CAMPAIGN-ID
               , :WS-HV-CUSTOMER-ID
               , :WS-HV-RESULT
               , CURRENT TIMESTAMP
               , 'N'
               )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATCPG00: DB2 ERROR ADDING TARGET - '
                       SQLCODE ' CUSTOMER ' WS-HV-CUSTOMER-ID
               SET WS-CC-FAILED TO TRUE
               SET WS-AUDIENCE-DONE TO TRUE
               GO TO 4100-EXIT
           END-IF
      *
           ADD +1 TO WS-CC-TARGETED
      *
           IF WS-HV-RESULT NOT = 'AL' AND WS-HV-RESULT NOT = 'OV'
               ADD +1 TO WS-CC-SUPPRESSED
               GO TO 4100-EXIT
           END-IF
      *
           ADD +1 TO WS-CC-SENT
           MOVE WS-HV-HOUSEHOLD-ID TO WS-CC-LAST-HH-SENT
      *
      *    EMAIL AND TEXT WERE QUEUED FOR THE GATEWAY BY COMCNTL0
      *
           IF CHANNEL OF DCLMKT-CAMPAIGN = 'E' OR 'T'
               GO TO 4100-EXIT
           END-IF
      *
      *    A MISSING PHONE/EMAIL ON FILE IS AN ORDINARY, COMMON
      *    CUSTOMER STATE - BLANK THE FIELD
      *
           IF NI-HOME-PHONE < +0
               MOVE SPACES TO HOME-PHONE OF DCLCUSTOMER
           END-IF
           IF NI-CELL-PHONE < +0
               MOVE SPACES TO CELL-PHONE OF DCLCUSTOMER
           END-IF
           IF NI-EMAIL < +0
               MOVE +1 TO EMAIL-LN OF DCLCUSTOMER
               MOVE SPACES TO EMAIL-TX OF DCLCUSTOMER
           END-IF
      *
           MOVE WS-HV-CUSTOMER-ID TO WS-CUST-ID-DISPLAY
      *
           INITIALIZE WS-OUT-BUFFER
           STRING
               CAMPAIGN-ID OF DCLMKT-CAMPAIGN    '|'
               CHANNEL OF DCLMKT-CAMPAIGN        '|'
               WS-CUST-ID-DISPLAY                '|'
               LAST-NAME-TX(1:LAST-NAME-LN)      '|'
               FIRST-NAME-TX(1:FIRST-NAME-LN)    '|'
               ADDRESS-LINE1-TX(1:ADDRESS-LINE1-LN) '|'
               CITY-TX(1:CITY-LN)                '|'
               STATE-CODE                        '|'
               ZIP-CODE                          '|'
               HOME-PHONE                        '|'
               CELL-PHONE                        '|'
               EMAIL-TX(1:EMAIL-LN)              '|'
               END-DATE OF DCLMKT-CAMPAIGN       '|'
               WS-TODAY-DATE
               DELIMITED BY SIZE
               INTO WS-OUT-BUFFER
      *
           WRITE CPG-RECORD FROM WS-OUT-BUFFER
      *
           IF WS-CPGFILE-STATUS = '00'
               ADD +1 TO WS-WRITE-COUNT
           ELSE
               DISPLAY 'BATCPG00: WRITE ERROR - '
                       WS-CPGFILE-STATUS
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
       4100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-CREDIT-RESPONSES - EACH SENT CAMPAIGN                *
      ****************************************************************
       5000-CREDIT-RESPONSES.
      *
           EXEC SQL OPEN CSR_CPG_OPEN END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATCPG00: ERROR OPENING SENT CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 5000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-OPEN
      *
           PERFORM UNTIL WS-OPEN-DONE
               EXEC SQL FETCH CSR_CPG_OPEN
                   INTO :WS-HV-OP-CAMPAIGN-ID
                      , :WS-HV-OP-RESP-DAYS
                      , :WS-HV-OP-WINDOW-OVER
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       ADD +1 TO WS-CAMPAIGN-OPEN-CT
                       PERFORM 6000-CREDIT-ONE-CAMPAIGN THRU 6000-EXIT
                   WHEN +100
                       SET WS-OPEN-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATCPG00: DB2 FETCH ERROR SENT - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-OPEN-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_CPG_OPEN END-EXEC
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6000-CREDIT-ONE-CAMPAIGN - FIRST LEAD, RO AND DEAL IN THE *
      *    WINDOW FOR EVERY TARGET CONTACTED; CLOSE WHEN DONE        *
      ****************************************************************
       6000-CREDIT-ONE-CAMPAIGN.
      *
      *    A CREDITED DEAL SINCE CANCELLED OR UNWOUND IS TAKEN BACK
      *    SO ANOTHER DEAL IN THE WINDOW CAN BE CREDITED
      *
           EXEC SQL
               UPDATE AUTOSALE.CAMPAIGN_TARGET T
                  SET DEAL_NUMBER = NULL
                    , DEAL_DATE   = NULL
                    , DEAL_GROSS  = NULL
                    , SOLD_FLAG   = 'N'
               WHERE  T.CAMPAIGN_ID = :WS-HV-OP-CAMPAIGN-ID
                 AND  T.DEAL_NUMBER IS NOT NULL
                 AND  EXISTS
                      (SELECT 1
                       FROM   AUTOSALE.SALES_DEAL D
                       WHERE  D.DEAL_NUMBER = T.DEAL_NUMBER
                         AND  D.DEAL_STATUS IN ('CA', 'UW'))
           END-EXEC
           IF SQLCODE < +0
               GO TO 6000-DB2-ERROR
           END-IF
      *
      *    LEADS - LEAD_ID IS AN IDENTITY, SO THE LOWEST IS THE FIRST
      *
           EXEC SQL
               UPDATE AUTOSALE.CAMPAIGN_TARGET T
                  SET LEAD_ID =
                      (SELECT MIN(L.LEAD_ID)
                       FROM   AUTOSALE.CUSTOMER_LEAD L
                       WHERE  L.CUSTOMER_ID = T.CUSTOMER_ID
                         AND  L.CREATED_TS >= T.SENT_TS
                         AND  DATE(L.CREATED_TS) <= DATE(T.SENT_TS)
                              + :WS-HV-OP-RESP-DAYS DAYS)
               WHERE  T.CAMPAIGN_ID = :WS-HV-OP-CAMPAIGN-ID
                 AND  T.CONTACT_RESULT IN ('AL', 'OV')
                 AND  T.LEAD_ID IS NULL
                 AND  EXISTS
                      (SELECT 1
                       FROM   AUTOSALE.CUSTOMER_LEAD L
                       WHERE  L.CUSTOMER_ID = T.CUSTOMER_ID
                         AND  L.CREATED_TS >= T.SENT_TS
                         AND  DATE(L.CREATED_TS) <= DATE(T.SENT_TS)
                              + :WS-HV-OP-RESP-DAYS DAYS)
           END-EXEC
           IF SQLCODE < +0
               GO TO 6000-DB2-ERROR
           END-IF
           IF SQLCODE = +0
               ADD SQLERRD(3) TO WS-LEAD-CREDIT-CT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.CAMPAIGN_TARGET T
                  SET LEAD_TS =
                      (SELECT L.CREATED_TS
                       FROM   AUTOSALE.CUSTOMER_LEAD L
                       WHERE  L.LEAD_ID = T.LEAD_ID)
               WHERE  T.CAMPAIGN_ID = :WS-HV-OP-CAMPAIGN-ID
                 AND  T.LEAD_ID IS NOT NULL
                 AND  T.LEAD_TS IS NULL
           END-EXEC
           IF SQLCODE < +0
               GO TO 6000-DB2-ERROR
           END-IF
      *
      *    REPAIR ORDERS - REPAIR_ORDER KEEPS THE CUSTOMER ID AS
      *    CHARACTERS, SO IT IS MATCHED WITHOUT LEADING ZEROS
      *
           EXEC SQL
               UPDATE AUTOSALE.CAMPAIGN_TARGET T
                  SET RO_NUMBER =
                      (SELECT MIN(R.RO_NUMBER)
                       FROM   AUTOSALE.REPAIR_ORDER R
                       WHERE  STRIP(STRIP(R.CUSTOMER_ID), LEADING, '0')
                              = STRIP(CHAR(T.CUSTOMER_ID))
                         AND  R.OPEN_DATE BETWEEN DATE(T.SENT_TS)
                              AND DATE(T.SENT_TS)
                                  + :WS-HV-OP-RESP-DAYS DAYS)
               WHERE  T.CAMPAIGN_ID = :WS-HV-OP-CAMPAIGN-ID
                 AND  T.CONTACT_RESULT IN ('AL', 'OV')
                 AND  T.RO_NUMBER IS NULL
                 AND  EXISTS
                      (SELECT 1
                       FROM   AUTOSALE.REPAIR_ORDER R
                       WHERE  STRIP(STRIP(R.CUSTOMER_ID), LEADING, '0')
                              = STRIP(CHAR(T.CUSTOMER_ID))
                         AND  R.OPEN_DATE BETWEEN DATE(T.SENT_TS)
                              AND DATE(T.SENT_TS)
                                  + :WS-HV-OP-RESP-DAYS DAYS)
           END-EXEC
           IF SQLCODE < +0
               GO TO 6000-DB2-ERROR
           END-IF
           IF SQLCODE = +0
               ADD SQLERRD(3) TO WS-RO-CREDIT-CT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.CAMPAIGN_TARGET T
                  SET RO_DATE =
                      (SELECT R.OPEN_DATE
                       FROM   AUTOSALE.REPAIR_ORDER R
                       WHERE  R.RO_NUMBER = T.RO_NUMBER)
               WHERE  T.CAMPAIGN_ID = :WS-HV-OP-CAMPAIGN-ID
                 AND  T.RO_NUMBER IS NOT NULL
                 AND  T.RO_DATE IS NULL
           END-EXEC
           IF SQLCODE < +0
               GO TO 6000-DB2-ERROR
           END-IF
      *
      *    DEALS - WRITTEN IN THE WINDOW, NOT CANCELLED OR UNWOUND
      *
           EXEC SQL
               UPDATE AUTOSALE.CAMPAIGN_TARGET T
                  SET DEAL_NUMBER =
                      (SELECT MIN(D.DEAL_NUMBER)
                       FROM   AUTOSALE.SALES_DEAL D
                       WHERE  D.CUSTOMER_ID = T.CUSTOMER_ID
                         AND  D.DEAL_STATUS NOT IN ('CA', 'UW')
                         AND  D.DEAL_DATE BETWEEN DATE(T.SENT_TS)
                              AND DATE(T.SENT_TS)
                                  + :WS-HV-OP-RESP-DAYS DAYS)
               WHERE  T.CAMPAIGN_ID = :WS-HV-OP-CAMPAIGN-ID
                 AND  T.CONTACT_RESULT IN ('AL', 'OV')
                 AND  T.DEAL_NUMBER IS NULL
                 AND  EXISTS
                      (SELECT 1
                       FROM   AUTOSALE.SALES_DEAL D
                       WHERE  D.CUSTOMER_ID = T.CUSTOMER_ID
                         AND  D.DEAL_STATUS NOT IN ('CA', 'UW')
                         AND  D.DEAL_DATE BETWEEN DATE(T.SENT_TS)
                              AND DATE(T.SENT_TS)
                                  + :WS-HV-OP-RESP-DAYS DAYS)
           END-EXEC
           IF SQLCODE < +0
               GO TO 6000-DB2-ERROR
           END-IF
           IF SQLCODE = +0
               ADD SQLERRD(3) TO WS-DEAL-CREDIT-CT
           END-IF
      *
           EXEC SQL
               UPDATE AUTOSALE.CAMPAIGN_TARGET T
                  SET DEAL_DATE =
                      (SELECT D.DEAL_DATE
                       FROM   AUTOSALE.SALES_DEAL D
                       WHERE  D.DEAL_NUMBER = T.DEAL_NUMBER)
               WHERE  T.CAMPAIGN_ID = :WS-HV-OP-CAMPAIGN-ID
                 AND  T.DEAL_NUMBER IS NOT NULL
                 AND  T.DEAL_DATE IS NULL
           END-EXEC
           IF SQLCODE < +0
               GO TO 6000-DB2-ERROR
           END-IF
      *
      *    SOLD - THE CREDITED DEAL HAS BEEN DELIVERED
      *
           EXEC SQL
               UPDATE AUTOSALE.CAMPAIGN_TARGET T
                  SET SOLD_FLAG  = 'Y'
                    , DEAL_GROSS =
                      (SELECT D.TOTAL_GROSS
                       FROM   AUTOSALE.SALES_DEAL D
                       WHERE  D.DEAL_NUMBER = T.DEAL_NUMBER)
               WHERE  T.CAMPAIGN_ID = :WS-HV-OP-CAMPAIGN-ID
                 AND  T.SOLD_FLAG   = 'N'
                 AND  EXISTS
                      (SELECT 1
                       FROM   AUTOSALE.SALES_DEAL D
                       WHERE  D.DEAL_NUMBER = T.DEAL_NUMBER
                         AND  D.DEAL_STATUS = 'DL')
           END-EXEC
           IF SQLCODE < +0
               GO TO 6000-DB2-ERROR
           END-IF
           IF SQLCODE = +0
               ADD SQLERRD(3) TO WS-SOLD-CREDIT-CT
           END-IF
      *
      *    CLOSE ONCE THE WINDOW IS OVER AND NO CREDITED DEAL IS
      *    STILL WAITING TO BE DELIVERED
      *
           IF WS-HV-OP-WINDOW-OVER = 'Y'
               EXEC SQL
                   SELECT COUNT(*)
                   INTO   :WS-HV-OP-PENDING
                   FROM   AUTOSALE.CAMPAIGN_TARGET T
                   WHERE  T.CAMPAIGN_ID = :WS-HV-OP-CAMPAIGN-ID
                     AND  T.DEAL_NUMBER IS NOT NULL
                     AND  T.SOLD_FLAG   = 'N'
               END-EXEC
               IF SQLCODE NOT = +0
                   GO TO 6000-DB2-ERROR
               END-IF
      *
               IF WS-HV-OP-PENDING = +0
                   EXEC SQL
                       UPDATE AUTOSALE.MKT_CAMPAIGN
                          SET CAMPAIGN_STATUS = 'CL'
                            , UPDATED_BY      = 'BATCPG00'
                            , UPDATED_TS      = CURRENT TIMESTAMP
                       WHERE  CAMPAIGN_ID = :WS-HV-OP-CAMPAIGN-ID
                   END-EXEC
                   IF SQLCODE NOT = +0
                       GO TO 6000-DB2-ERROR
                   END-IF
                   ADD +1 TO WS-CAMPAIGN-CLOSED-CT
                   DISPLAY 'BATCPG00: CAMPAIGN ' WS-HV-OP-CAMPAIGN-ID
                           ' CLOSED - RESPONSE WINDOW OVER'
               END-IF
           END-IF
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATCPG00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           GO TO 6000-EXIT
           .
       6000-DB2-ERROR.
      *
           DISPLAY 'BATCPG00: DB2 ERROR CREDITING CAMPAIGN '
                   WS-HV-OP-CAMPAIGN-ID ' - ' SQLCODE
           ADD +1 TO WS-ERROR-COUNT
           EXEC SQL ROLLBACK END-EXEC
           .
       6000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    9000-CLOSE-FILES                                          *
      ****************************************************************
       9000-CLOSE-FILES.
      *
           CLOSE CPG-FILE
      *
           IF WS-CPGFILE-STATUS NOT = '00'
               DISPLAY 'BATCPG00: ERROR CLOSING CPGFILE - '
                       WS-CPGFILE-STATUS
           END-IF
           .
      ****************************************************************
      * END OF BATCPG00                                              *
      ****************************************************************
