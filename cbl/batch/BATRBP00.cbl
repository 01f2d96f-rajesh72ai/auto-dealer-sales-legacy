       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATRBP00.
      ****************************************************************
      * PROGRAM:    BATRBP00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     BAT - BATCH PROCESSING                           *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    RISK-BASED PRICING / CREDIT SCORE DISCLOSURE     *
      *             NOTICE BATCH (NIGHTLY). COMPANION TO BATAAN00,   *
      *             WHICH COVERS DECLINES.                           *
      *               1. FINDS APPROVED FINANCE_APP ROWS (AP) WHOSE  *
      *                  CREDIT_TIER IS BELOW THE TOP TIER (A) WITH  *
      *                  NO NOTICE ON FILE, AND REGISTERS ONE        *
      *                  RISK_PRICE_NOTICE ROW PER APPLICANT (BUYER  *
      *                  AND CO-BUYER), LINKED TO THE APPLICANT'S    *
      *                  LATEST CREDIT_CHECK.                        *
      *               2. EXTRACTS EVERY UNSENT NOTICE TO THE PRINT/  *
      *                  MAIL FILE WITH THE SCORE, SCORE RANGE,      *
      *                  BUREAU, REPORT DATE AND KEY FACTORS FROM    *
      *                  THE LINKED CREDIT_CHECK, THEN STAMPS THE    *
      *                  SENT DATE AND THE DISCLOSED VALUES ON THE   *
      *                  NOTICE ROW AS THE DEAL JACKET RECORD.       *
      *               3. PRINTS A MAILING LOG OF EVERY NOTICE SENT   *
      *                  AND ANY HELD BACK (NO SCORE ON FILE).       *
      *                                                              *
      * TABLES:     AUTOSALE.FINANCE_APP       (READ)                *
      *             AUTOSALE.RISK_PRICE_NOTICE (READ/INSERT/UPDATE)  *
      *             AUTOSALE.CREDIT_CHECK      (READ)                *
      *             AUTOSALE.CUSTOMER          (READ)                *
      *                                                              *
      * OUTPUT:     RBPFILE DD - PRINT/MAIL EXTRACT (PIPE-DELIM)     *
      *             RBPRPT  DD - MAILING LOG (132 CHARS)             *
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
           SELECT RBP-EXTRACT-FILE
               ASSIGN TO RBPFILE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RBPFILE-STATUS.
           SELECT RBP-REPORT-FILE
               ASSIGN TO RBPRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RBPRPT-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  RBP-EXTRACT-FILE
           RECORDING MODE IS V
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 20 TO 500 CHARACTERS.
       01  RBP-EXTRACT-RECORD            PIC X(500).
      *
       FD  RBP-REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  RBP-REPORT-RECORD             PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID                  PIC X(08) VALUE 'BATRBP00'.
      *
       01  WS-RBPFILE-STATUS             PIC X(02) VALUE SPACES.
       01  WS-RBPRPT-STATUS              PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
           COPY DCLRBPNT.
      *
       01  WS-COUNTERS.
           05  WS-REGISTERED-COUNT       PIC S9(09) COMP-3 VALUE +0.
           05  WS-SENT-COUNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-HELD-COUNT             PIC S9(09) COMP-3 VALUE +0.
           05  WS-ERROR-COUNT            PIC S9(09) COMP-3 VALUE +0.
      *
       01  WS-FLAGS.
           05  WS-EOF-RBP                PIC X(01) VALUE 'N'.
               88  WS-RBP-DONE                     VALUE 'Y'.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YYYY              PIC 9(04).
           05  WS-CURR-MM                PIC 9(02).
           05  WS-CURR-DD                PIC 9(02).
           05  FILLER                    PIC X(13).
      *
       01  WS-TODAY-DATE                 PIC X(10) VALUE SPACES.
      *
      *    SCORE RANGE OF THE BUREAU MODEL, PRINTED ON THE NOTICE
      *
       01  WS-SCORE-RANGE                PIC X(07) VALUE '300-850'.
      *
      *    KEY FACTOR THRESHOLDS (MATCH THE CUSCRED0 DTI BANDS)
      *
       01  WS-HIGH-DTI                   PIC S9(03)V99 COMP-3
                                                      VALUE +40.00.
       01  WS-MIN-TRADELINES             PIC S9(04) COMP VALUE +3.
      *
      *    EXTRACT HOST VARIABLES
      *
       01  WS-HV-RBP.
           05  WS-HV-LAST-NAME           PIC X(30).
           05  WS-HV-FIRST-NAME          PIC X(30).
           05  WS-HV-ADDRESS             PIC X(50).
           05  WS-HV-CITY                PIC X(30).
           05  WS-HV-STATE               PIC X(02).
           05  WS-HV-ZIP                 PIC X(10).
           05  WS-HV-APR                 PIC S9(02)V9(03) COMP-3.
           05  WS-HV-DTI-RATIO           PIC S9(03)V9(02) COMP-3.
           05  WS-HV-TRADELINES          PIC S9(04) COMP.
           05  WS-HV-DEROG-COUNT         PIC S9(04) COMP.
      *
       01  WS-NI-REPORT-DATE             PIC S9(04) COMP VALUE +0.
      *
       01  WS-CUST-ID-DISPLAY            PIC 9(09).
       01  WS-SCORE-DISPLAY              PIC 9(04).
       01  WS-APR-DISPLAY                PIC Z9.999.
       01  WS-FACTOR-PTR                 PIC S9(04) COMP VALUE +0.
       01  WS-FACTOR-COUNT               PIC S9(04) COMP VALUE +0.
       01  WS-OUT-BUFFER                 PIC X(500) VALUE SPACES.
      *
      *    MAILING LOG LINES (132)
      *
       01  WS-RPT-HEADER-1.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(40)
               VALUE 'AUTOSALES DEALER MANAGEMENT SYSTEM      '.
           05  FILLER                    PIC X(30)
               VALUE ' RISK-BASED PRICING NOTICES   '.
           05  FILLER                    PIC X(07) VALUE 'DATE: '.
           05  WS-RH1-DATE               PIC X(10).
           05  FILLER                    PIC X(44) VALUE SPACES.
      *
       01  WS-RPT-HEADER-2.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(131) VALUE ALL '-'.
      *
       01  WS-COL-HDR.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(14) VALUE
               'FINANCE ID    '.
           05  FILLER                    PIC X(12) VALUE
               'DEAL NUMBER '.
           05  FILLER                    PIC X(11) VALUE
               'CUSTOMER   '.
           05  FILLER                    PIC X(32) VALUE
               'NAME                            '.
           05  FILLER                    PIC X(06) VALUE 'TIER  '.
           05  FILLER                    PIC X(05) VALUE 'BUR  '.
           05  FILLER                    PIC X(07) VALUE 'SCORE  '.
           05  FILLER                    PIC X(12) VALUE
               'REPORT DATE '.
           05  FILLER                    PIC X(10) VALUE
               'STATUS    '.
           05  FILLER                    PIC X(22) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DL-FINANCE-ID          PIC X(12).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-DEAL-NUMBER         PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-CUSTOMER-ID         PIC Z(8)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-NAME                PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-TIER                PIC X(01).
           05  FILLER                    PIC X(05) VALUE SPACES.
           05  WS-DL-BUREAU              PIC X(02).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DL-SCORE               PIC ZZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  WS-DL-REPORT-DATE         PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-STATUS              PIC X(10).
           05  FILLER                    PIC X(22) VALUE SPACES.
      *
       01  WS-SUMMARY-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(13)
               VALUE 'REGISTERED:  '.
           05  WS-SL-REGISTERED          PIC Z(5)9.
           05  FILLER                    PIC X(15)
               VALUE '  NOTICES SENT:'.
           05  WS-SL-SENT                PIC Z(5)9.
           05  FILLER                    PIC X(16)
               VALUE '  HELD NO SCORE:'.
           05  WS-SL-HELD                PIC Z(5)9.
           05  FILLER                    PIC X(69) VALUE SPACES.
      *
      *    EXTRACT CURSOR - UNSENT NOTICES WITH CUSTOMER, APPROVED
      *    RATE AND THE LINKED CREDIT_CHECK
      *
           EXEC SQL DECLARE CSR_RBP_SEND CURSOR WITH HOLD FOR
               SELECT N.FINANCE_ID
                    , N.DEAL_NUMBER
                    , N.CUSTOMER_ID
                    , N.CREDIT_TIER
                    , C.LAST_NAME
                    , C.FIRST_NAME
                    , C.ADDRESS_LINE1
                    , C.CITY
                    , C.STATE_CODE
                    , C.ZIP_CODE
                    , COALESCE(F.APR_APPROVED, 0)
                    , COALESCE(K.BUREAU_CODE, ' ')
                    , COALESCE(K.CREDIT_SCORE, 0)
                    , COALESCE(CHAR(DATE(K.RESPONSE_TS), ISO), ' ')
                    , COALESCE(K.DTI_RATIO, 0)
                    , COALESCE(K.OPEN_TRADELINES, 0)
                    , COALESCE(K.DEROG_COUNT, 0)
               FROM   AUTOSALE.RISK_PRICE_NOTICE N
               INNER JOIN AUTOSALE.CUSTOMER C
                 ON   N.CUSTOMER_ID = C.CUSTOMER_ID
               INNER JOIN AUTOSALE.FINANCE_APP F
                 ON   N.FINANCE_ID = F.FINANCE_ID
               LEFT JOIN AUTOSALE.CREDIT_CHECK K
                 ON   N.CREDIT_ID = K.CREDIT_ID
               WHERE  N.NOTICE_SENT_DATE IS NULL
               ORDER BY N.FINANCE_ID
                      , N.CUSTOMER_ID
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'BATRBP00: RISK-BASED PRICING NOTICES - START'
      *
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPEN-FILES
      *
           IF WS-RBPFILE-STATUS = '00'
           AND WS-RBPRPT-STATUS = '00'
               PERFORM 3000-REGISTER-NEW-NOTICES
               PERFORM 4000-EXTRACT-NOTICES THRU 4000-EXIT
               PERFORM 7000-PRINT-SUMMARY
           END-IF
      *
           PERFORM 9000-CLOSE-FILES
      *
           DISPLAY 'BATRBP00: PROCESSING COMPLETE'
           DISPLAY 'BATRBP00:   REGISTERED  = ' WS-REGISTERED-COUNT
           DISPLAY 'BATRBP00:   SENT        = ' WS-SENT-COUNT
           DISPLAY 'BATRBP00:   HELD        = ' WS-HELD-COUNT
           DISPLAY 'BATRBP00:   ERRORS      = ' WS-ERROR-COUNT
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
           INITIALIZE WS-COUNTERS
           .
      *
      ****************************************************************
      *    2000-OPEN-FILES                                           *
      ****************************************************************
       2000-OPEN-FILES.
      *
           OPEN OUTPUT RBP-EXTRACT-FILE
           IF WS-RBPFILE-STATUS NOT = '00'
               DISPLAY 'BATRBP00: ERROR OPENING RBPFILE - '
                       WS-RBPFILE-STATUS
           END-IF
      *
           OPEN OUTPUT RBP-REPORT-FILE
           IF WS-RBPRPT-STATUS NOT = '00'
               DISPLAY 'BATRBP00: ERROR OPENING RBPRPT - '
                       WS-RBPRPT-STATUS
           END-IF
      *
           MOVE WS-TODAY-DATE TO WS-RH1-DATE
           WRITE RBP-REPORT-RECORD FROM WS-RPT-HEADER-1
           WRITE RBP-REPORT-RECORD FROM WS-RPT-HEADER-2
           WRITE RBP-REPORT-RECORD FROM WS-COL-HDR
      *
           INITIALIZE WS-OUT-BUFFER
           STRING
               'FINANCE_ID|DEAL_NUMBER|CUSTOMER_ID'
               '|LAST_NAME|FIRST_NAME|ADDRESS|CITY|STATE|ZIP'
               '|CREDIT_TIER|APR|BUREAU|SCORE|SCORE_RANGE'
               '|REPORT_DATE|KEY_FACTORS|EXTRACT_DATE'
               DELIMITED BY SIZE
               INTO WS-OUT-BUFFER
           WRITE RBP-EXTRACT-RECORD FROM WS-OUT-BUFFER
           .
      *
      ****************************************************************
      *    3000-REGISTER-NEW-NOTICES                                 *
      ****************************************************************
       3000-REGISTER-NEW-NOTICES.
      *
      *    PRIMARY BUYER ON APPROVALS BELOW THE TOP TIER
      *
           EXEC SQL
               INSERT INTO AUTOSALE.RISK_PRICE_NOTICE
               ( FINANCE_ID
               , CUSTOMER_ID
               , DEAL_NUMBER
               , CREDIT_TIER
               , CREDIT_ID
               , CREATED_TS
               )
               SELECT F.FINANCE_ID
                    , F.CUSTOMER_ID
                    , F.DEAL_NUMBER
                    , F.CREDIT_TIER
                    , (SELECT K.CREDIT_ID
                       FROM AUTOSALE.CREDIT_CHECK K
                       WHERE K.CUSTOMER_ID = F.CUSTOMER_ID
                       ORDER BY K.REQUEST_TS DESC
                       FETCH FIRST 1 ROW ONLY)
                    , CURRENT TIMESTAMP
               FROM   AUTOSALE.FINANCE_APP F
               WHERE  F.APP_STATUS = 'AP'
                 AND  F.CREDIT_TIER IS NOT NULL
                 AND  F.CREDIT_TIER > 'A'
                 AND  NOT EXISTS
                      ( SELECT 1
                        FROM AUTOSALE.RISK_PRICE_NOTICE N
                        WHERE N.FINANCE_ID = F.FINANCE_ID
                          AND N.CUSTOMER_ID = F.CUSTOMER_ID )
           END-EXEC
      *
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100
               DISPLAY 'BATRBP00: ERROR REGISTERING BUYERS - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           ELSE
               ADD SQLERRD(3) TO WS-REGISTERED-COUNT
           END-IF
      *
      *    EACH APPLICANT GETS THEIR OWN NOTICE - CO-BUYER ROW ON
      *    JOINT APPLICATIONS, WITH THE CO-BUYER'S OWN CREDIT PULL
      *
           EXEC SQL
               INSERT INTO AUTOSALE.RISK_PRICE_NOTICE
               ( FINANCE_ID
               , CUSTOMER_ID
               , DEAL_NUMBER
               , CREDIT_TIER
               , CREDIT_ID
               , CREATED_TS
               )
               SELECT F.FINANCE_ID
                    , F.CO_CUSTOMER_ID
                    , F.DEAL_NUMBER
                    , F.CREDIT_TIER
                    , (SELECT K.CREDIT_ID
                       FROM AUTOSALE.CREDIT_CHECK K
                       WHERE K.CUSTOMER_ID = F.CO_CUSTOMER_ID
                       ORDER BY K.REQUEST_TS DESC
                       FETCH FIRST 1 ROW ONLY)
                    , CURRENT TIMESTAMP
               FROM   AUTOSALE.FINANCE_APP F
               WHERE  F.APP_STATUS = 'AP'
                 AND  F.CREDIT_TIER IS NOT NULL
                 AND  F.CREDIT_TIER > 'A'
                 AND  F.CO_CUSTOMER_ID IS NOT NULL
                 AND  NOT EXISTS
                      ( SELECT 1
                        FROM AUTOSALE.RISK_PRICE_NOTICE N
                        WHERE N.FINANCE_ID = F.FINANCE_ID
                          AND N.CUSTOMER_ID = F.CO_CUSTOMER_ID )
           END-EXEC
      *
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100
               DISPLAY 'BATRBP00: ERROR REGISTERING CO-BUYERS - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           ELSE
               ADD SQLERRD(3) TO WS-REGISTERED-COUNT
           END-IF
      *
           EXEC SQL COMMIT END-EXEC
           .
      *
      ****************************************************************
      *    4000-EXTRACT-NOTICES                                      *
      ****************************************************************
       4000-EXTRACT-NOTICES.
      *
           EXEC SQL OPEN CSR_RBP_SEND END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATRBP00: ERROR OPENING SEND CURSOR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-RBP
      *
           PERFORM UNTIL WS-RBP-DONE
               EXEC SQL FETCH CSR_RBP_SEND
                   INTO :FINANCE-ID
                      , :DEAL-NUMBER
                      , :CUSTOMER-ID
                      , :CREDIT-TIER
                      , :WS-HV-LAST-NAME
                      , :WS-HV-FIRST-NAME
                      , :WS-HV-ADDRESS
                      , :WS-HV-CITY
                      , :WS-HV-STATE
                      , :WS-HV-ZIP
                      , :WS-HV-APR
                      , :BUREAU-CODE
                      , :CREDIT-SCORE
                      , :REPORT-DATE
                      , :WS-HV-DTI-RATIO
                      , :WS-HV-TRADELINES
                      , :WS-HV-DEROG-COUNT
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 4100-SEND-ONE-NOTICE THRU 4100-EXIT
                   WHEN +100
                       SET WS-RBP-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATRBP00: DB2 FETCH ERROR - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-RBP-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_RBP_SEND END-EXEC
      *
           EXEC SQL COMMIT END-EXEC
           IF SQLCODE NOT = +0
               DISPLAY 'BATRBP00: COMMIT FAILED - ' SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           END-IF
           .
       4000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4100-SEND-ONE-NOTICE                                      *
      ****************************************************************
       4100-SEND-ONE-NOTICE.
      *
           MOVE FINANCE-ID TO WS-DL-FINANCE-ID
           MOVE DEAL-NUMBER TO WS-DL-DEAL-NUMBER
           MOVE CUSTOMER-ID TO WS-DL-CUSTOMER-ID
           MOVE SPACES TO WS-DL-NAME
           STRING WS-HV-LAST-NAME DELIMITED BY '  '
                  ', ' DELIMITED BY SIZE
                  WS-HV-FIRST-NAME DELIMITED BY '  '
                  INTO WS-DL-NAME
           MOVE CREDIT-TIER TO WS-DL-TIER
           MOVE BUREAU-CODE TO WS-DL-BUREAU
           MOVE CREDIT-SCORE TO WS-DL-SCORE
           MOVE REPORT-DATE TO WS-DL-REPORT-DATE
      *
      *    A SCORE DISCLOSURE CANNOT GO OUT WITHOUT A SCORE - HOLD
      *    THE NOTICE UNSENT SO IT IS PICKED UP AGAIN ONCE THE
      *    CREDIT PULL IS ON FILE
      *
           IF CREDIT-SCORE = +0
               MOVE 'HELD-NOSCR' TO WS-DL-STATUS
               WRITE RBP-REPORT-RECORD FROM WS-DETAIL-LINE
               ADD +1 TO WS-HELD-COUNT
               GO TO 4100-EXIT
           END-IF
      *
           PERFORM 4200-BUILD-KEY-FACTORS
      *
           MOVE CUSTOMER-ID TO WS-CUST-ID-DISPLAY
           MOVE CREDIT-SCORE TO WS-SCORE-DISPLAY
           MOVE WS-HV-APR TO WS-APR-DISPLAY
      *
           INITIALIZE WS-OUT-BUFFER
           STRING
               FINANCE-ID           '|'
               DEAL-NUMBER          '|'
               WS-CUST-ID-DISPLAY   '|'
               WS-HV-LAST-NAME      '|'
               WS-HV-FIRST-NAME     '|'
               WS-HV-ADDRESS        '|'
               WS-HV-CITY           '|'
               WS-HV-STATE          '|'
               WS-HV-ZIP            '|'
               CREDIT-TIER          '|'
               WS-APR-DISPLAY       '|'
               BUREAU-CODE          '|'
               WS-SCORE-DISPLAY     '|'
               WS-SCORE-RANGE       '|'
               REPORT-DATE          '|'
               KEY-FACTORS-TX       '|'
               WS-TODAY-DATE
               DELIMITED BY SIZE
               INTO WS-OUT-BUFFER
           WRITE RBP-EXTRACT-RECORD FROM WS-OUT-BUFFER
      *
           IF WS-RBPFILE-STATUS NOT = '00'
               DISPLAY 'BATRBP00: EXTRACT WRITE ERROR - '
                       WS-RBPFILE-STATUS
               ADD +1 TO WS-ERROR-COUNT
               GO TO 4100-EXIT
           END-IF
      *
           IF REPORT-DATE = SPACES
               MOVE -1 TO WS-NI-REPORT-DATE
           ELSE
               MOVE +0 TO WS-NI-REPORT-DATE
           END-IF
      *
      *    STAMP THE SENT DATE AND WHAT WAS DISCLOSED - THIS ROW IS
      *    THE DEAL JACKET PROOF OF DELIVERY
      *
           EXEC SQL
               UPDATE AUTOSALE.RISK_PRICE_NOTICE
                  SET NOTICE_SENT_DATE = :WS-TODAY-DATE
                    , BUREAU_CODE      = :BUREAU-CODE
                    , CREDIT_SCORE     = :CREDIT-SCORE
                    , REPORT_DATE      = :REPORT-DATE
                                          :WS-NI-REPORT-DATE
                    , KEY_FACTORS      = :KEY-FACTORS
               WHERE  FINANCE_ID  = :FINANCE-ID
                 AND  CUSTOMER_ID = :CUSTOMER-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATRBP00: ERROR STAMPING SENT - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               MOVE 'ERROR     ' TO WS-DL-STATUS
           ELSE
               ADD +1 TO WS-SENT-COUNT
               MOVE 'SENT      ' TO WS-DL-STATUS
           END-IF
      *
           WRITE RBP-REPORT-RECORD FROM WS-DETAIL-LINE
           .
       4100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4200-BUILD-KEY-FACTORS - UP TO FOUR FACTORS THAT          *
      *    ADVERSELY AFFECTED THE SCORE, FROM THE CREDIT PULL        *
      ****************************************************************
       4200-BUILD-KEY-FACTORS.
      *
           MOVE SPACES TO KEY-FACTORS-TX
           MOVE +1 TO WS-FACTOR-PTR
           MOVE +0 TO WS-FACTOR-COUNT
      *
           IF WS-HV-DEROG-COUNT > +0
               STRING 'DEROGATORY ITEMS ON FILE; '
                      DELIMITED BY SIZE
                      INTO KEY-FACTORS-TX
                      WITH POINTER WS-FACTOR-PTR
               ADD +1 TO WS-FACTOR-COUNT
           END-IF
      *
           IF WS-HV-DTI-RATIO > WS-HIGH-DTI
               STRING 'DEBT TOO HIGH RELATIVE TO INCOME; '
                      DELIMITED BY SIZE
                      INTO KEY-FACTORS-TX
                      WITH POINTER WS-FACTOR-PTR
               ADD +1 TO WS-FACTOR-COUNT
           END-IF
      *
           IF WS-HV-TRADELINES < WS-MIN-TRADELINES
               STRING 'TOO FEW OPEN ACCOUNTS; '
                      DELIMITED BY SIZE
                      INTO KEY-FACTORS-TX
                      WITH POINTER WS-FACTOR-PTR
               ADD +1 TO WS-FACTOR-COUNT
           END-IF
      *
           IF WS-FACTOR-COUNT = +0
               STRING 'SCORE BELOW THE BEST-RATE TIER; '
                      DELIMITED BY SIZE
                      INTO KEY-FACTORS-TX
                      WITH POINTER WS-FACTOR-PTR
           END-IF
      *
      *    DROP THE TRAILING SEPARATOR
      *
           SUBTRACT 3 FROM WS-FACTOR-PTR
           MOVE SPACES TO KEY-FACTORS-TX(WS-FACTOR-PTR + 1:2)
           MOVE WS-FACTOR-PTR TO KEY-FACTORS-LN
           .
      *
      ****************************************************************
      *    7000-PRINT-SUMMARY                                        *
      ****************************************************************
       7000-PRINT-SUMMARY.
      *
           MOVE SPACES TO RBP-REPORT-RECORD
           WRITE RBP-REPORT-RECORD
      *
           MOVE WS-REGISTERED-COUNT TO WS-SL-REGISTERED
           MOVE WS-SENT-COUNT TO WS-SL-SENT
           MOVE WS-HELD-COUNT TO WS-SL-HELD
           WRITE RBP-REPORT-RECORD FROM WS-SUMMARY-LINE
           .
      *
      ****************************************************************
      *    9000-CLOSE-FILES                                          *
      ****************************************************************
       9000-CLOSE-FILES.
      *
           CLOSE RBP-EXTRACT-FILE
           IF WS-RBPFILE-STATUS NOT = '00'
               DISPLAY 'BATRBP00: ERROR CLOSING RBPFILE - '
                       WS-RBPFILE-STATUS
           END-IF
      *
           CLOSE RBP-REPORT-FILE
           IF WS-RBPRPT-STATUS NOT = '00'
               DISPLAY 'BATRBP00: ERROR CLOSING RBPRPT - '
                       WS-RBPRPT-STATUS
           END-IF
           .
      ****************************************************************
      * END OF BATRBP00                                              *
      ****************************************************************
