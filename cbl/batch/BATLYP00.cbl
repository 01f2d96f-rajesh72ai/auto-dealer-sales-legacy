       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATLYP00.
      ****************************************************************
      * PROGRAM:    BATLYP00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     BAT - BATCH PROCESSING                           *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    MONTHLY LOYALTY POINTS EXPIRATION AND CUSTOMER   *
      *             STATEMENTS. POINTS ARE POOLED BY HOUSEHOLD       *
      *             (CONFIRMED HOUSEHOLD_MEMBER LINKS, CUSHHM00) THE *
      *             SAME WAY COMLYPL0 SPENDS THEM, SO EACH POOL IS   *
      *             HANDLED ONCE, UNDER ITS LOWEST CUSTOMER ID:      *
      *               - A POOL WITH NO EARN (ER) OR REDEEM (RD)      *
      *                 ACTIVITY IN THE INACTIVITY WINDOW EXPIRES:   *
      *                 AN EX ENTRY IS POSTED FOR EACH MEMBER AND    *
      *                 DEALER THAT STILL CARRIES POINTS, BRINGING   *
      *                 THE POOL TO ZERO                             *
      *               - EVERY POOL THAT HAD A BALANCE IS SENT A      *
      *                 STATEMENT FOR THE PRIOR MONTH (EARNED,       *
      *                 REDEEMED, EXPIRED, BALANCE AND ITS VALUE)    *
      *             THE STATEMENT GOES THROUGH COMCNTL0 (EMAIL WHEN  *
      *             ON FILE, ELSE MAIL) SO DO-NOT-CONTACT FLAGS ARE  *
      *             HONORED AND CONTACT_HISTORY IS WRITTEN. MAIL     *
      *             STATEMENTS ARE WRITTEN TO LYPFILE FOR THE PRINT  *
      *             VENDOR.                                          *
      *                                                              *
      *             SYSTEM_CONFIG KEYS (DEFAULT):                    *
      *               LOYALTY_EXPIRE_MONTHS   (18)                   *
      *               LOYALTY_POINT_VALUE     (0.0100 PER POINT)     *
      *                                                              *
      * TABLES:     AUTOSALE.LOYALTY_LEDGER    (READ/INSERT)         *
      *             AUTOSALE.HOUSEHOLD_MEMBER  (READ)                *
      *             AUTOSALE.CUSTOMER          (READ)                *
      *             AUTOSALE.SYSTEM_CONFIG     (READ)                *
      *                                                              *
      * OUTPUT:     LYPFILE DD - PIPE-DELIMITED STATEMENT EXTRACT    *
      *                          (MAIL ONLY - EMAIL STATEMENTS ARE   *
      *                          QUEUED BY COMCNTL0 FOR BATMSG00)    *
      *                                                              *
      * CALLS:      COMCNTL0 - UNIFIED CUSTOMER CONTACT SERVICE      *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-10-15  INITIAL CREATION                               *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LYP-FILE
               ASSIGN TO LYPFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-LYPFILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  LYP-FILE
           RECORDING MODE IS V
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 20 TO 400 CHARACTERS.
       01  LYP-RECORD                    PIC X(400).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID                  PIC X(08) VALUE 'BATLYP00'.
      *
       01  WS-LYPFILE-STATUS             PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *    DCLGEN COPYBOOKS
      *
           COPY DCLCUSTM.
      *
      *    PROCESSING COUNTERS
      *
       01  WS-COUNTERS.
           05  WS-POOL-COUNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-ZERO-COUNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-EXPIRED-POOLS          PIC S9(09) COMP-3 VALUE +0.
           05  WS-EXPIRED-ENTRIES        PIC S9(09) COMP-3 VALUE +0.
           05  WS-EXPIRED-POINTS         PIC S9(11) COMP-3 VALUE +0.
           05  WS-SENT-COUNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-MAILED-COUNT           PIC S9(09) COMP-3 VALUE +0.
           05  WS-SUPPRESS-COUNT         PIC S9(09) COMP-3 VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
      *
       01  WS-FLAGS.
           05  WS-EOF-POOL               PIC X(01) VALUE 'N'.
               88  WS-POOL-DONE                    VALUE 'Y'.
           05  WS-EOF-MEMBER             PIC X(01) VALUE 'N'.
               88  WS-MEMBER-DONE                  VALUE 'Y'.
      *
       01  WS-WORK-FIELDS.
           05  WS-COMMIT-FREQ            PIC S9(04) COMP VALUE +500.
           05  WS-SINCE-COMMIT           PIC S9(04) COMP VALUE +0.
           05  WS-POINT-VALUE            PIC S9(01)V9(04) COMP-3
                                                     VALUE +0.0100.
           05  WS-BALANCE-VALUE          PIC S9(09)V99 COMP-3
                                                     VALUE +0.
           05  WS-CUST-ID-DISPLAY        PIC 9(09).
           05  WS-POINTS-DISPLAY         PIC -(9)9.
           05  WS-VALUE-DISPLAY          PIC -(7)9.99.
           05  WS-EARNED-DISPLAY         PIC -(9)9.
           05  WS-REDEEMED-DISPLAY       PIC -(9)9.
           05  WS-EXPIRED-DISPLAY        PIC -(9)9.
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
           05  WS-HV-EXPIRE-MONTHS       PIC S9(04) COMP VALUE +18.
      *
      *    HOST VARIABLES - POOL CURSOR AND POOL TOTALS
      *
       01  WS-HV-POOL.
           05  WS-HV-POOL-HEAD           PIC S9(09) COMP.
           05  WS-HV-POOL-BALANCE        PIC S9(09) COMP.
           05  WS-HV-POOL-INACTIVE       PIC X(01).
           05  WS-HV-MONTH-EARNED        PIC S9(09) COMP.
           05  WS-HV-MONTH-REDEEMED      PIC S9(09) COMP.
           05  WS-HV-MONTH-EXPIRED       PIC S9(09) COMP.
      *
      *    HOST VARIABLES - MEMBER / DEALER NET POINTS
      *
       01  WS-HV-MEMBER.
           05  WS-HV-MB-CUSTOMER-ID      PIC S9(09) COMP.
           05  WS-HV-MB-DEALER           PIC X(05).
           05  WS-HV-MB-POINTS           PIC S9(09) COMP.
           05  WS-HV-MB-EX-POINTS        PIC S9(09) COMP.
           05  WS-HV-MB-EX-VALUE         PIC S9(09)V99 COMP-3.
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
      *    DB2 CURSOR - ONE ROW PER POINTS POOL. A CUSTOMER IN A
      *    CONFIRMED HOUSEHOLD IS REPRESENTED BY THE LOWEST
      *    CONFIRMED MEMBER; ANY OTHER CUSTOMER IS ITS OWN POOL
      *
           EXEC SQL DECLARE CSR_LYP_POOL CURSOR WITH HOLD FOR
               SELECT DISTINCT
                      COALESCE(
                      (SELECT MIN(M2.CUSTOMER_ID)
                       FROM   AUTOSALE.HOUSEHOLD_MEMBER M1
                            , AUTOSALE.HOUSEHOLD_MEMBER M2
                       WHERE  M1.CUSTOMER_ID  = L.CUSTOMER_ID
                         AND  M1.LINK_STATUS  = 'CF'
                         AND  M2.HOUSEHOLD_ID = M1.HOUSEHOLD_ID
                         AND  M2.LINK_STATUS  = 'CF')
                    , L.CUSTOMER_ID)
               FROM   AUTOSALE.LOYALTY_LEDGER L
               ORDER BY 1
           END-EXEC
      *
      *    DB2 CURSOR - NET POINTS BY MEMBER AND DEALER IN A POOL
      *
           EXEC SQL DECLARE CSR_LYP_MEMBER CURSOR FOR
               SELECT L.CUSTOMER_ID
                    , L.DEALER_CODE
                    , SUM(L.POINTS)
               FROM   AUTOSALE.LOYALTY_LEDGER L
               WHERE  L.CUSTOMER_ID = :WS-HV-POOL-HEAD
                  OR  L.CUSTOMER_ID IN
                      (SELECT M2.CUSTOMER_ID
                       FROM   AUTOSALE.HOUSEHOLD_MEMBER M1
                            , AUTOSALE.HOUSEHOLD_MEMBER M2
                       WHERE  M1.CUSTOMER_ID  = :WS-HV-POOL-HEAD
                         AND  M1.LINK_STATUS  = 'CF'
                         AND  M2.HOUSEHOLD_ID = M1.HOUSEHOLD_ID
                         AND  M2.LINK_STATUS  = 'CF')
               GROUP BY L.CUSTOMER_ID
                      , L.DEALER_CODE
               HAVING SUM(L.POINTS) <> 0
               ORDER BY L.CUSTOMER_ID
                      , L.DEALER_CODE
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'BATLYP00: LOYALTY EXPIRATION AND STATEMENTS - '
                   'START'
      *
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPEN-FILES
      *
           IF WS-LYPFILE-STATUS = '00'
               PERFORM 2500-WRITE-HEADER
               PERFORM 3000-PROCESS-POOLS THRU 3000-EXIT
               PERFORM 7000-COMMIT
           END-IF
      *
           PERFORM 9000-CLOSE-FILES
      *
           DISPLAY 'BATLYP00: PROCESSING COMPLETE'
           DISPLAY 'BATLYP00:   POOLS READ          = '
                   WS-POOL-COUNT
           DISPLAY 'BATLYP00:   ZERO BALANCE        = '
                   WS-ZERO-COUNT
           DISPLAY 'BATLYP00:   POOLS EXPIRED       = '
                   WS-EXPIRED-POOLS
           DISPLAY 'BATLYP00:   EXPIRE ENTRIES      = '
                   WS-EXPIRED-ENTRIES
           DISPLAY 'BATLYP00:   POINTS EXPIRED      = '
                   WS-EXPIRED-POINTS
           DISPLAY 'BATLYP00:   STATEMENTS EMAILED  = '
                   WS-SENT-COUNT
           DISPLAY 'BATLYP00:   STATEMENTS MAILED   = '
                   WS-MAILED-COUNT
           DISPLAY 'BATLYP00:   SUPPRESSED          = '
                   WS-SUPPRESS-COUNT
           DISPLAY 'BATLYP00:   ERRORS              = '
                   WS-ERROR-COUNT
      *
           IF WS-ERROR-COUNT > +0
               MOVE 8 TO RETURN-CODE
           END-IF
      *
           DISPLAY 'BATLYP00: LOYALTY EXPIRATION AND STATEMENTS - '
                   'END'
      *
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE - WINDOW AND POINT VALUE FROM CONFIG      *
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
               WHERE CONFIG_KEY = 'LOYALTY_EXPIRE_MONTHS'
           END-EXEC
           IF SQLCODE = +0
               COMPUTE WS-HV-EXPIRE-MONTHS =
                   FUNCTION NUMVAL(WS-HV-CFG-VALUE(1:10))
           END-IF
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :WS-HV-CFG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY = 'LOYALTY_POINT_VALUE'
           END-EXEC
           IF SQLCODE = +0
               COMPUTE WS-POINT-VALUE =
                   FUNCTION NUMVAL(WS-HV-CFG-VALUE(1:10))
           END-IF
      *
           DISPLAY 'BATLYP00: PROCESSING DATE     = ' WS-TODAY-DATE
           DISPLAY 'BATLYP00: INACTIVITY WINDOW   = '
                   WS-HV-EXPIRE-MONTHS ' MONTHS'
           DISPLAY 'BATLYP00: POINT VALUE         = ' WS-POINT-VALUE
           .
      *
      ****************************************************************
      *    2000-OPEN-FILES                                           *
      ****************************************************************
       2000-OPEN-FILES.
      *
           OPEN OUTPUT LYP-FILE
      *
           IF WS-LYPFILE-STATUS NOT = '00'
               DISPLAY 'BATLYP00: ERROR OPENING LYPFILE - '
                       WS-LYPFILE-STATUS
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
               'CUST_ID|LAST_NAME|FIRST_NAME|ADDRESS|CITY|STATE|ZIP'
               '|EARNED|REDEEMED|EXPIRED|BALANCE|BALANCE_VALUE'
               '|STATEMENT_DATE'
               DELIMITED BY SIZE
               INTO WS-OUT-BUFFER
      *
           WRITE LYP-RECORD FROM WS-OUT-BUFFER
           .
      *
      ****************************************************************
      *    3000-PROCESS-POOLS                                        *
      ****************************************************************
       3000-PROCESS-POOLS.
      *
           EXEC SQL OPEN CSR_LYP_POOL END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATLYP00: ERROR OPENING POOL CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-POOL
      *
           PERFORM UNTIL WS-POOL-DONE
               EXEC SQL FETCH CSR_LYP_POOL
                   INTO :WS-HV-POOL-HEAD
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       ADD +1 TO WS-POOL-COUNT
                       PERFORM 4000-PROCESS-ONE-POOL THRU 4000-EXIT
                   WHEN +100
                       SET WS-POOL-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATLYP00: DB2 FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-POOL-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_LYP_POOL END-EXEC
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-PROCESS-ONE-POOL - BALANCE, INACTIVITY TEST AND THE  *
      *    PRIOR MONTH'S MOVEMENT, THEN EXPIRE AND SEND              *
      ****************************************************************
       4000-PROCESS-ONE-POOL.
      *
           EXEC SQL
               SELECT COALESCE(SUM(L.POINTS), 0)
                    , CASE WHEN COALESCE(MAX(
                                  CASE WHEN L.ENTRY_TYPE IN ('ER','RD')
                                       THEN L.ENTRY_DATE END),
                                  DATE('0001-01-01'))
                                < CURRENT DATE
                                  - :WS-HV-EXPIRE-MONTHS MONTHS
                           THEN 'Y' ELSE 'N' END
                    , COALESCE(SUM(
                        CASE WHEN L.ENTRY_TYPE = 'ER'
                              AND L.ENTRY_DATE >= CURRENT DATE
                                  - (DAY(CURRENT DATE) - 1) DAYS
                                  - 1 MONTH
                              AND L.ENTRY_DATE < CURRENT DATE
                                  - (DAY(CURRENT DATE) - 1) DAYS
                             THEN L.POINTS ELSE 0 END), 0)
                    , COALESCE(SUM(
                        CASE WHEN L.ENTRY_TYPE = 'RD'
                              AND L.ENTRY_DATE >= CURRENT DATE
                                  - (DAY(CURRENT DATE) - 1) DAYS
                                  - 1 MONTH
                              AND L.ENTRY_DATE < CURRENT DATE
                                  - (DAY(CURRENT DATE) - 1) DAYS
                             THEN 0 - L.POINTS ELSE 0 END), 0)
               INTO   :WS-HV-POOL-BALANCE
                    , :WS-HV-POOL-INACTIVE
                    , :WS-HV-MONTH-EARNED
                    , :WS-HV-MONTH-REDEEMED
               FROM   AUTOSALE.LOYALTY_LEDGER L
               WHERE  L.CUSTOMER_ID = :WS-HV-POOL-HEAD
                  OR  L.CUSTOMER_ID IN
                      (SELECT M2.CUSTOMER_ID
                       FROM   AUTOSALE.HOUSEHOLD_MEMBER M1
                            , AUTOSALE.HOUSEHOLD_MEMBER M2
                       WHERE  M1.CUSTOMER_ID  = :WS-HV-POOL-HEAD
                         AND  M1.LINK_STATUS  = 'CF'
                         AND  M2.HOUSEHOLD_ID = M1.HOUSEHOLD_ID
                         AND  M2.LINK_STATUS  = 'CF')
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATLYP00: POOL TOTALS FAILED FOR '
                       WS-HV-POOL-HEAD ' - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4000-EXIT
           END-IF
      *
           IF WS-HV-POOL-BALANCE = +0
               ADD +1 TO WS-ZERO-COUNT
               GO TO 4000-EXIT
           END-IF
      *
           MOVE +0 TO WS-HV-MONTH-EXPIRED
           IF WS-HV-POOL-INACTIVE = 'Y'
           AND WS-HV-POOL-BALANCE > +0
               PERFORM 5000-EXPIRE-POOL THRU 5000-EXIT
           END-IF
      *
           PERFORM 6000-SEND-STATEMENT THRU 6000-EXIT
      *
           ADD +1 TO WS-SINCE-COMMIT
           IF WS-SINCE-COMMIT >= WS-COMMIT-FREQ
               PERFORM 7000-COMMIT
               MOVE +0 TO WS-SINCE-COMMIT
           END-IF
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5000-EXPIRE-POOL - ZERO EVERY MEMBER/DEALER NET IN THE    *
      *    POOL WITH AN EX ENTRY SO THE LIABILITY COMES OFF THE      *
      *    DEALER THAT ISSUED THE POINTS                             *
      ****************************************************************
       5000-EXPIRE-POOL.
      *
           EXEC SQL OPEN CSR_LYP_MEMBER END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATLYP00: ERROR OPENING MEMBER CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 5000-EXIT
           END-IF
      *
           ADD +1 TO WS-EXPIRED-POOLS
           MOVE 'N' TO WS-EOF-MEMBER
      *
           PERFORM UNTIL WS-MEMBER-DONE
               EXEC SQL FETCH CSR_LYP_MEMBER
                   INTO :WS-HV-MB-CUSTOMER-ID
                      , :WS-HV-MB-DEALER
                      , :WS-HV-MB-POINTS
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 5100-INSERT-EXPIRE
                   WHEN +100
                       SET WS-MEMBER-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATLYP00: MEMBER FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-MEMBER-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_LYP_MEMBER END-EXEC
      *
           MOVE +0 TO WS-HV-POOL-BALANCE
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5100-INSERT-EXPIRE - EX ENTRY REVERSING THE NET POINTS;   *
      *    BASE_AMT CARRIES THE VALUE TAKEN OFF THE LIABILITY        *
      ****************************************************************
       5100-INSERT-EXPIRE.
      *
           COMPUTE WS-HV-MB-EX-POINTS = 0 - WS-HV-MB-POINTS
           COMPUTE WS-HV-MB-EX-VALUE ROUNDED =
                   WS-HV-MB-POINTS * WS-POINT-VALUE
      *
           EXEC SQL
               INSERT INTO AUTOSALE.LOYALTY_LEDGER
               ( CUSTOMER_ID
               , DEALER_CODE
               , ENTRY_TYPE
               , DEPT_CODE
               , POINTS
               , REF_TYPE
               , REF_KEY
               , BASE_AMT
               , ENTRY_DATE
               , CREATED_BY
               , CREATED_TS
               )
               VALUES
               ( :WS-HV-MB-CUSTOMER-ID
               , :WS-HV-MB-DEALER
               , 'EX'
               , '  '
               , :WS-HV-MB-EX-POINTS
               , 'EX'
               , :WS-TODAY-DATE
               , :WS-HV-MB-EX-VALUE
               , CURRENT DATE
               , :WS-MODULE-ID
               , CURRENT TIMESTAMP
               )
           END-EXEC
      *
           IF SQLCODE = +0
               ADD +1 TO WS-EXPIRED-ENTRIES
               ADD WS-HV-MB-POINTS TO WS-EXPIRED-POINTS
               ADD WS-HV-MB-POINTS TO WS-HV-MONTH-EXPIRED
           ELSE
               DISPLAY 'BATLYP00: EXPIRE INSERT FAILED FOR '
                       WS-HV-MB-CUSTOMER-ID ' - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
      *
      ****************************************************************
      *    6000-SEND-STATEMENT - EMAIL WHEN ON FILE, ELSE MAIL; AN   *
      *    EMAIL THE CUSTOMER HAS OPTED OUT OF FALLS BACK TO MAIL    *
      ****************************************************************
       6000-SEND-STATEMENT.
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
               WHERE  CUSTOMER_ID = :WS-HV-POOL-HEAD
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATLYP00: CUSTOMER LOOKUP FAILED FOR '
                       WS-HV-POOL-HEAD ' - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 6000-EXIT
           END-IF
      *
           IF NI-EMAIL < +0
               MOVE +1 TO EMAIL-LN OF DCLCUSTOMER
               MOVE SPACES TO EMAIL-TX OF DCLCUSTOMER
           END-IF
      *
           COMPUTE WS-BALANCE-VALUE ROUNDED =
                   WS-HV-POOL-BALANCE * WS-POINT-VALUE
           MOVE WS-HV-POOL-BALANCE TO WS-POINTS-DISPLAY
           MOVE WS-BALANCE-VALUE TO WS-VALUE-DISPLAY
      *
           MOVE WS-HV-POOL-HEAD TO WS-CN-CUSTOMER-ID
           MOVE 'LOYSTM' TO WS-CN-CONTACT-TYPE
           MOVE 'BATLYP00' TO WS-CN-SOURCE
           MOVE 'N' TO WS-CN-OVERRIDE
           MOVE SPACES TO WS-CN-DESC
           IF WS-HV-MONTH-EXPIRED > +0
               MOVE WS-HV-MONTH-EXPIRED TO WS-EXPIRED-DISPLAY
               STRING 'LOYALTY STATEMENT - POINTS EXPIRED '
                      WS-EXPIRED-DISPLAY
                      DELIMITED BY SIZE
                      INTO WS-CN-DESC
           ELSE
               STRING 'LOYALTY STATEMENT - BALANCE '
                      WS-POINTS-DISPLAY ' POINTS VALUE '
                      WS-VALUE-DISPLAY
                      DELIMITED BY SIZE
                      INTO WS-CN-DESC
           END-IF
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
               DISPLAY 'BATLYP00: CONTACT SERVICE FAILED FOR '
                       WS-HV-POOL-HEAD ' - ' WS-CN-RETURN-MSG
               ADD +1 TO WS-ERROR-COUNT
               GO TO 6000-EXIT
           END-IF
      *
           IF WS-CN-SUPPRESSED
               ADD +1 TO WS-SUPPRESS-COUNT
               GO TO 6000-EXIT
           END-IF
      *
      *    EMAIL WAS QUEUED FOR THE GATEWAY BY COMCNTL0
      *
           IF WS-CN-CHANNEL = 'E'
               ADD +1 TO WS-SENT-COUNT
           ELSE
               PERFORM 6100-WRITE-EXTRACT
           END-IF
           .
       6000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6100-WRITE-EXTRACT - ONE LINE PER MAILED STATEMENT        *
      ****************************************************************
       6100-WRITE-EXTRACT.
      *
           MOVE WS-HV-POOL-HEAD TO WS-CUST-ID-DISPLAY
           MOVE WS-HV-MONTH-EARNED TO WS-EARNED-DISPLAY
           MOVE WS-HV-MONTH-REDEEMED TO WS-REDEEMED-DISPLAY
           MOVE WS-HV-MONTH-EXPIRED TO WS-EXPIRED-DISPLAY
      *
           INITIALIZE WS-OUT-BUFFER
           STRING
               WS-CUST-ID-DISPLAY                   '|'
               LAST-NAME-TX(1:LAST-NAME-LN)         '|'
               FIRST-NAME-TX(1:FIRST-NAME-LN)       '|'
               ADDRESS-LINE1-TX(1:ADDRESS-LINE1-LN) '|'
               CITY-TX(1:CITY-LN)                   '|'
               STATE-CODE                           '|'
               ZIP-CODE                             '|'
               WS-EARNED-DISPLAY                    '|'
               WS-REDEEMED-DISPLAY                  '|'
               WS-EXPIRED-DISPLAY                   '|'
               WS-POINTS-DISPLAY                    '|'
               WS-VALUE-DISPLAY                     '|'
               WS-TODAY-DATE
               DELIMITED BY SIZE
               INTO WS-OUT-BUFFER
      *
           WRITE LYP-RECORD FROM WS-OUT-BUFFER
      *
           IF WS-LYPFILE-STATUS = '00'
               ADD +1 TO WS-MAILED-COUNT
           ELSE
               DISPLAY 'BATLYP00: WRITE ERROR - '
                       WS-LYPFILE-STATUS
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
               DISPLAY 'BATLYP00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
      *
      ****************************************************************
      *    9000-CLOSE-FILES                                          *
      ****************************************************************
       9000-CLOSE-FILES.
      *
           CLOSE LYP-FILE
      *
           IF WS-LYPFILE-STATUS NOT = '00'
               DISPLAY 'BATLYP00: ERROR CLOSING LYPFILE - '
                       WS-LYPFILE-STATUS
           END-IF
           .
      ****************************************************************
      * END OF BATLYP00                                              *
      ****************************************************************
