       IDENTIFICATION DIVISION.
       PROGRAM-ID. BATSTR00.
      ****************************************************************
      * PROGRAM:    BATSTR00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     BAT - BATCH PROCESSING                           *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    NIGHTLY STRAW PURCHASE / IDENTITY PATTERN SCAN.  *
      *             LOOKS ACROSS CUSTOMER, SALES_DEAL, FINANCE_APP   *
      *             AND CASH_TRANSACTION FOR PATTERNS THAT PASS      *
      *             EVERY SINGLE-DEAL CHECK:                         *
      *               STRADR - SEVERAL BUYERS AT ONE ADDRESS WITHIN  *
      *                        THE WINDOW                            *
      *               STRPHN - SEVERAL BUYERS SHARING ONE PHONE      *
      *                        WITHIN THE WINDOW                     *
      *               STREMP - FINANCE APPLICANTS WITH DIFFERENT     *
      *                        SURNAMES SHARING EMPLOYER AND PHONE   *
      *               STRCSH - CASH PAID ON MORE THAN ONE DEAL BY    *
      *                        DIFFERENT PEOPLE AT ONE ADDRESS       *
      *               STRSSN - ONE SSN LAST 4 AND DATE OF BIRTH      *
      *                        UNDER DIFFERENT NAMES, ONE OF THEM    *
      *                        A CUSTOMER CREATED IN THE WINDOW      *
      *             EACH HIT IS QUEUED TO EXCEPTION_QUEUE (WORKED IN *
      *             ADMEXC00) WITH THE CUSTOMERS, DEALS, FINANCE     *
      *             APPS AND CASH TRANSACTIONS INVOLVED ON           *
      *             EXCEPTION_LINK. FINCIT00 WILL NOT SEND A         *
      *             CONTRACT FOR FUNDING WHILE A LINKED STR          *
      *             EXCEPTION IS OPEN. A HIT ALREADY OPEN FOR THE    *
      *             SAME TYPE/KEY IS NOT RE-QUEUED.                  *
      *                                                              *
      *             SYSTEM_CONFIG: STRAW_WINDOW_DAYS (DEFAULT 60),   *
      *             STRAW_MIN_BUYERS (DEFAULT 3) FOR THE ADDRESS     *
      *             AND PHONE PATTERNS.                              *
      *                                                              *
      * TABLES:     AUTOSALE.CUSTOMER          (READ)                *
      *             AUTOSALE.SALES_DEAL        (READ)                *
      *             AUTOSALE.FINANCE_APP       (READ)                *
      *             AUTOSALE.CASH_TRANSACTION  (READ)                *
      *             AUTOSALE.SYSTEM_CONFIG     (READ)                *
      *             AUTOSALE.EXCEPTION_QUEUE   (READ/INSERT)         *
      *             AUTOSALE.EXCEPTION_LINK    (INSERT)              *
      *                                                              *
      * OUTPUT:     STRRPT DD - PATTERN HIT REPORT (132 CHARS)       *
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
           SELECT REPORT-FILE
               ASSIGN TO STRRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FILE-STATUS.
      *
       DATA DIVISION.
      *
       FILE SECTION.
       FD  REPORT-FILE
           RECORDING MODE IS F
           BLOCK CONTAINS 0 RECORDS
           RECORD CONTAINS 132 CHARACTERS.
       01  REPORT-RECORD               PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID                PIC X(08) VALUE 'BATSTR00'.
      *
       01  WS-FILE-STATUS              PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
           COPY DCLSYSCF.
      *
      *    LINKED RECORDS FOR A QUEUED EXCEPTION
      *
           COPY DCLEXLNK.
      *
      *    PROCESSING COUNTERS
      *
       01  WS-COUNTERS.
           05  WS-ADDR-HIT-CT          PIC S9(09) COMP VALUE +0.
           05  WS-PHONE-HIT-CT         PIC S9(09) COMP VALUE +0.
           05  WS-EMP-HIT-CT           PIC S9(09) COMP VALUE +0.
           05  WS-CASH-HIT-CT          PIC S9(09) COMP VALUE +0.
           05  WS-SSN-HIT-CT           PIC S9(09) COMP VALUE +0.
           05  WS-QUEUED-CT            PIC S9(09) COMP VALUE +0.
           05  WS-ALREADY-OPEN-CT      PIC S9(09) COMP VALUE +0.
           05  WS-LINK-TOTAL-CT        PIC S9(09) COMP VALUE +0.
           05  WS-ERROR-COUNT          PIC S9(09) COMP VALUE +0.
      *
      *    CURRENT DATE AND SCAN PARAMETERS
      *
       01  WS-DATE-FIELDS.
           05  WS-CURRENT-DATE-DATA.
               10  WS-CURR-YYYY        PIC 9(04).
               10  WS-CURR-MM          PIC 9(02).
               10  WS-CURR-DD          PIC 9(02).
               10  FILLER              PIC X(13).
           05  WS-CURRENT-DATE         PIC X(10) VALUE SPACES.
           05  WS-WINDOW-START         PIC X(10) VALUE SPACES.
           05  WS-WINDOW-DAYS          PIC S9(04) COMP VALUE +60.
           05  WS-MIN-BUYERS           PIC S9(04) COMP VALUE +3.
           05  WS-CONFIG-KEY           PIC X(30) VALUE SPACES.
           05  WS-CONFIG-NUM           PIC S9(04) COMP VALUE +0.
      *
      *    REPORT CONTROL
      *
       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-COUNT           PIC S9(04) COMP VALUE +0.
           05  WS-LINE-COUNT           PIC S9(04) COMP VALUE +0.
           05  WS-LINES-PER-PAGE       PIC S9(04) COMP VALUE +56.
      *
      *    REPORT LINES
      *
       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE 'AUTOSALES DEALER MANAGEMENT SYSTEM      '.
           05  FILLER                  PIC X(30)
               VALUE ' STRAW PURCHASE PATTERN SCAN  '.
           05  FILLER                  PIC X(07) VALUE 'DATE: '.
           05  WS-RH1-DATE            PIC X(10).
           05  FILLER                  PIC X(06) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'PAGE: '.
           05  WS-RH1-PAGE            PIC Z(4)9.
           05  FILLER                  PIC X(27) VALUE SPACES.
      *
       01  WS-REPORT-HEADER-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(131) VALUE ALL '-'.
      *
       01  WS-SECTION-HEADER.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SH-SECTION-NAME     PIC X(60).
           05  FILLER                  PIC X(71) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-TYPE             PIC X(06).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-KEY              PIC X(20).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-DESC             PIC X(80).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-LINKS            PIC Z(4)9.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-STATUS           PIC X(16).
      *
       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-SM-LABEL            PIC X(40).
           05  WS-SM-COUNT            PIC Z(7)9.
           05  FILLER                  PIC X(83) VALUE SPACES.
      *
      *    PATTERN GROUP HOST VARIABLES
      *
       01  WS-HV-GROUP.
           05  WS-GRP-PATTERN         PIC X(01).
           05  WS-GRP-ADDR            PIC X(50).
           05  WS-GRP-ZIP             PIC X(05).
           05  WS-GRP-PHONE           PIC X(10).
           05  WS-GRP-EMP             PIC X(40).
           05  WS-GRP-SSN             PIC X(04).
           05  WS-GRP-DOB             PIC X(10).
           05  WS-GRP-COUNT           PIC S9(09) COMP.
           05  WS-GRP-DEALS           PIC S9(09) COMP.
           05  WS-GRP-AMT             PIC S9(09)V99 COMP-3.
           05  WS-GRP-FIRST-CUST      PIC S9(09) COMP.
           05  WS-GRP-DEALER          PIC X(05).
      *
      *    MEMBER AND LINK HOST VARIABLES
      *
       01  WS-HV-MEMBER.
           05  WS-MBR-CUSTOMER-ID     PIC S9(09) COMP.
           05  WS-LNK-TYPE            PIC X(02).
           05  WS-LNK-KEY             PIC X(12).
           05  WS-LNK-SEQ             PIC S9(04) COMP.
           05  WS-LNK-CUST-KEY        PIC 9(09).
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-COUNT-DISP          PIC Z(4)9.
           05  WS-DEALS-DISP          PIC Z(4)9.
           05  WS-DAYS-DISP           PIC Z(3)9.
           05  WS-AMT-DISP            PIC Z,ZZZ,ZZ9.
           05  WS-CUST-KEY-DISP       PIC 9(09).
           05  WS-ERRORS-BEFORE       PIC S9(09) COMP VALUE +0.
      *
      *    EXCEPTION QUEUE WORK FIELDS
      *
       01  WS-EXC-FIELDS.
           05  WS-EXC-ID              PIC S9(09) COMP.
           05  WS-EXC-TYPE            PIC X(06).
           05  WS-EXC-DEALER          PIC X(05).
           05  WS-EXC-KEY             PIC X(20).
           05  WS-EXC-DESC            PIC X(80).
           05  WS-EXC-EXIST-COUNT     PIC S9(09) COMP.
      *
      *    EOF FLAGS
      *
       01  WS-EOF-FLAGS.
           05  WS-EOF-GROUP           PIC X(01) VALUE 'N'.
               88  WS-GROUP-DONE                 VALUE 'Y'.
           05  WS-EOF-MEMBER          PIC X(01) VALUE 'N'.
               88  WS-MEMBER-DONE                VALUE 'Y'.
           05  WS-EOF-LINK            PIC X(01) VALUE 'N'.
               88  WS-LINK-DONE                  VALUE 'Y'.
      *
      *    DB2 CURSORS
      *
      *    CURSOR: SEVERAL BUYERS AT ONE ADDRESS IN THE WINDOW
      *
           EXEC SQL DECLARE CSR_STR_ADDR CURSOR WITH HOLD FOR
               SELECT UPPER(C.ADDRESS_LINE1)
                    , SUBSTR(C.ZIP_CODE, 1, 5)
                    , COUNT(DISTINCT C.CUSTOMER_ID)
                    , MIN(D.DEALER_CODE)
               FROM   AUTOSALE.CUSTOMER C
               INNER JOIN AUTOSALE.SALES_DEAL D
                 ON   D.CUSTOMER_ID = C.CUSTOMER_ID
               WHERE  C.MERGED_INTO IS NULL
                 AND  D.DEAL_STATUS NOT IN ('CA', 'UW')
                 AND  COALESCE(D.DEAL_DATE, DATE(D.CREATED_TS))
                      >= :WS-WINDOW-START
               GROUP BY UPPER(C.ADDRESS_LINE1)
                      , SUBSTR(C.ZIP_CODE, 1, 5)
               HAVING COUNT(DISTINCT C.CUSTOMER_ID) >= :WS-MIN-BUYERS
               ORDER BY 2, 1
           END-EXEC
      *
      *    CURSOR: SEVERAL BUYERS SHARING ONE PHONE IN THE WINDOW
      *
           EXEC SQL DECLARE CSR_STR_PHONE CURSOR WITH HOLD FOR
               SELECT COALESCE(C.CELL_PHONE, C.HOME_PHONE)
                    , COUNT(DISTINCT C.CUSTOMER_ID)
                    , MIN(D.DEALER_CODE)
               FROM   AUTOSALE.CUSTOMER C
               INNER JOIN AUTOSALE.SALES_DEAL D
                 ON   D.CUSTOMER_ID = C.CUSTOMER_ID
               WHERE  C.MERGED_INTO IS NULL
                 AND  COALESCE(C.CELL_PHONE, C.HOME_PHONE)
                      NOT IN (' ', '0000000000')
                 AND  D.DEAL_STATUS NOT IN ('CA', 'UW')
                 AND  COALESCE(D.DEAL_DATE, DATE(D.CREATED_TS))
                      >= :WS-WINDOW-START
               GROUP BY COALESCE(C.CELL_PHONE, C.HOME_PHONE)
               HAVING COUNT(DISTINCT C.CUSTOMER_ID) >= :WS-MIN-BUYERS
               ORDER BY 1
           END-EXEC
      *
      *    CURSOR: UNRELATED APPLICANTS (DIFFERENT SURNAMES) SHARING
      *    ONE EMPLOYER AND PHONE ON FINANCE APPS IN THE WINDOW
      *
           EXEC SQL DECLARE CSR_STR_EMP CURSOR WITH HOLD FOR
               SELECT UPPER(C.EMPLOYER_NAME)
                    , COALESCE(C.CELL_PHONE, C.HOME_PHONE)
                    , COUNT(DISTINCT C.CUSTOMER_ID)
                    , MIN(C.DEALER_CODE)
               FROM   AUTOSALE.CUSTOMER C
               INNER JOIN AUTOSALE.FINANCE_APP F
                 ON   F.CUSTOMER_ID = C.CUSTOMER_ID
               WHERE  C.MERGED_INTO IS NULL
                 AND  C.EMPLOYER_NAME IS NOT NULL
                 AND  C.EMPLOYER_NAME <> ' '
                 AND  COALESCE(C.CELL_PHONE, C.HOME_PHONE)
                      NOT IN (' ', '0000000000')
                 AND  DATE(F.CREATED_TS) >= :WS-WINDOW-START
               GROUP BY UPPER(C.EMPLOYER_NAME)
                      , COALESCE(C.CELL_PHONE, C.HOME_PHONE)
               HAVING COUNT(DISTINCT UPPER(C.LAST_NAME)) >= 2
               ORDER BY 2, 1
           END-EXEC
      *
      *    CURSOR: CASH ON MORE THAN ONE DEAL BY DIFFERENT PEOPLE AT
      *    ONE ADDRESS IN THE WINDOW
      *
           EXEC SQL DECLARE CSR_STR_CASH CURSOR WITH HOLD FOR
               SELECT UPPER(C.ADDRESS_LINE1)
                    , SUBSTR(C.ZIP_CODE, 1, 5)
                    , COUNT(DISTINCT C.CUSTOMER_ID)
                    , COUNT(DISTINCT T.DEAL_NUMBER)
                    , SUM(T.CASH_AMT)
                    , MIN(T.DEALER_CODE)
               FROM   AUTOSALE.CUSTOMER C
               INNER JOIN AUTOSALE.CASH_TRANSACTION T
                 ON   T.CUSTOMER_ID = C.CUSTOMER_ID
               WHERE  C.MERGED_INTO IS NULL
                 AND  T.TRAN_DATE >= :WS-WINDOW-START
               GROUP BY UPPER(C.ADDRESS_LINE1)
                      , SUBSTR(C.ZIP_CODE, 1, 5)
               HAVING COUNT(DISTINCT C.CUSTOMER_ID) >= 2
                  AND COUNT(DISTINCT T.DEAL_NUMBER) >= 2
               ORDER BY 2, 1
           END-EXEC
      *
      *    CURSOR: ONE SSN LAST 4 AND DOB UNDER DIFFERENT NAMES WITH
      *    AT LEAST ONE OF THE CUSTOMERS CREATED IN THE WINDOW
      *
           EXEC SQL DECLARE CSR_STR_SSN CURSOR WITH HOLD FOR
               SELECT C.SSN_LAST4
                    , CHAR(C.DATE_OF_BIRTH, ISO)
                    , COUNT(DISTINCT C.CUSTOMER_ID)
                    , MIN(C.CUSTOMER_ID)
                    , MIN(C.DEALER_CODE)
               FROM   AUTOSALE.CUSTOMER C
               WHERE  C.MERGED_INTO IS NULL
                 AND  C.SSN_LAST4 IS NOT NULL
                 AND  C.SSN_LAST4 NOT IN (' ', '0000')
                 AND  C.DATE_OF_BIRTH IS NOT NULL
               GROUP BY C.SSN_LAST4
                      , C.DATE_OF_BIRTH
               HAVING COUNT(DISTINCT UPPER(C.LAST_NAME)
                               CONCAT UPPER(C.FIRST_NAME)) >= 2
                  AND MAX(DATE(C.CREATED_TS)) >= :WS-WINDOW-START
               ORDER BY 2, 1
           END-EXEC
      *
      *    CURSOR: CUSTOMERS MAKING UP THE CURRENT PATTERN GROUP
      *
           EXEC SQL DECLARE CSR_STR_MEMBER CURSOR FOR
               SELECT C.CUSTOMER_ID
               FROM   AUTOSALE.CUSTOMER C
               WHERE  C.MERGED_INTO IS NULL
                 AND  (  ( :WS-GRP-PATTERN IN ('A', 'C')
                       AND UPPER(C.ADDRESS_LINE1) = :WS-GRP-ADDR
                       AND SUBSTR(C.ZIP_CODE, 1, 5) = :WS-GRP-ZIP )
                    OR   ( :WS-GRP-PATTERN = 'P'
                       AND COALESCE(C.CELL_PHONE, C.HOME_PHONE)
                           = :WS-GRP-PHONE )
                    OR   ( :WS-GRP-PATTERN = 'E'
                       AND COALESCE(C.CELL_PHONE, C.HOME_PHONE)
                           = :WS-GRP-PHONE
                       AND UPPER(C.EMPLOYER_NAME) = :WS-GRP-EMP )
                    OR   ( :WS-GRP-PATTERN = 'S'
                       AND C.SSN_LAST4 = :WS-GRP-SSN
                       AND C.DATE_OF_BIRTH = :WS-GRP-DOB ) )
               ORDER BY C.CUSTOMER_ID
           END-EXEC
      *
      *    CURSOR: ONE MEMBER'S DEALS, FINANCE APPS AND CASH IN THE
      *    WINDOW
      *
           EXEC SQL DECLARE CSR_STR_LINKS CURSOR FOR
               SELECT 'DL', D.DEAL_NUMBER
               FROM   AUTOSALE.SALES_DEAL D
               WHERE  D.CUSTOMER_ID = :WS-MBR-CUSTOMER-ID
                 AND  D.DEAL_STATUS NOT IN ('CA', 'UW')
                 AND  COALESCE(D.DEAL_DATE, DATE(D.CREATED_TS))
                      >= :WS-WINDOW-START
               UNION ALL
               SELECT 'FA', F.FINANCE_ID
               FROM   AUTOSALE.FINANCE_APP F
               WHERE  F.CUSTOMER_ID = :WS-MBR-CUSTOMER-ID
                 AND  DATE(F.CREATED_TS) >= :WS-WINDOW-START
               UNION ALL
               SELECT 'CT', DIGITS(T.CASH_ID)
               FROM   AUTOSALE.CASH_TRANSACTION T
               WHERE  T.CUSTOMER_ID = :WS-MBR-CUSTOMER-ID
                 AND  T.TRAN_DATE >= :WS-WINDOW-START
               ORDER BY 1, 2
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'BATSTR00: STRAW PURCHASE PATTERN SCAN - START'
      *
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPEN-FILES
      *
           IF WS-FILE-STATUS = '00'
               PERFORM 2700-PRINT-PAGE-HEADER
               PERFORM 3000-SCAN-ADDRESS THRU 3000-EXIT
               PERFORM 3200-SCAN-PHONE THRU 3200-EXIT
               PERFORM 3400-SCAN-EMPLOYER THRU 3400-EXIT
               PERFORM 3600-SCAN-CASH THRU 3600-EXIT
               PERFORM 3800-SCAN-SSN THRU 3800-EXIT
               PERFORM 7000-PRINT-SUMMARY
           END-IF
      *
           EXEC SQL COMMIT END-EXEC
           PERFORM 9000-CLOSE-FILES
      *
           DISPLAY 'BATSTR00: STRAW PURCHASE PATTERN SCAN - END'
      *
           IF WS-ERROR-COUNT > +0
               MOVE +4 TO RETURN-CODE
           END-IF
      *
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE - RUN DATE, WINDOW AND THRESHOLDS         *
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
                  INTO WS-CURRENT-DATE
      *
           INITIALIZE WS-COUNTERS
      *
           MOVE 'STRAW_WINDOW_DAYS' TO WS-CONFIG-KEY
           PERFORM 1100-READ-CONFIG
           IF WS-CONFIG-NUM > +0
               MOVE WS-CONFIG-NUM TO WS-WINDOW-DAYS
           END-IF
      *
           MOVE 'STRAW_MIN_BUYERS' TO WS-CONFIG-KEY
           PERFORM 1100-READ-CONFIG
           IF WS-CONFIG-NUM > +1
               MOVE WS-CONFIG-NUM TO WS-MIN-BUYERS
           END-IF
      *
           EXEC SQL
               SELECT CHAR(DATE(:WS-CURRENT-DATE)
                           - :WS-WINDOW-DAYS DAYS, ISO)
               INTO   :WS-WINDOW-START
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC
      *
           DISPLAY 'BATSTR00: PROCESSING DATE = ' WS-CURRENT-DATE
           DISPLAY 'BATSTR00: WINDOW START    = ' WS-WINDOW-START
           DISPLAY 'BATSTR00: MIN BUYERS      = ' WS-MIN-BUYERS
           .
      *
      ****************************************************************
      *    1100-READ-CONFIG - NUMERIC SYSTEM_CONFIG VALUE OR ZERO    *
      ****************************************************************
       1100-READ-CONFIG.
      *
           MOVE +0 TO WS-CONFIG-NUM
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO  :CONFIG-VALUE
               FROM  AUTOSALE.SYSTEM_CONFIG
               WHERE CONFIG_KEY = :WS-CONFIG-KEY
           END-EXEC
      *
           IF SQLCODE = +0
               COMPUTE WS-CONFIG-NUM =
                   FUNCTION NUMVAL(CONFIG-VALUE-TX(
                       1:CONFIG-VALUE-LN))
           END-IF
           .
      *
      ****************************************************************
      *    2000-OPEN-FILES                                           *
      ****************************************************************
       2000-OPEN-FILES.
      *
           OPEN OUTPUT REPORT-FILE
      *
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'BATSTR00: ERROR OPENING REPORT FILE - '
                       WS-FILE-STATUS
           END-IF
           .
      *
      ****************************************************************
      *    2700-PRINT-PAGE-HEADER                                    *
      ****************************************************************
       2700-PRINT-PAGE-HEADER.
      *
           ADD +1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-RH1-PAGE
           MOVE WS-CURRENT-DATE TO WS-RH1-DATE
      *
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-2
               AFTER ADVANCING 1
      *
           MOVE 4 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    2750-PRINT-SECTION - SECTION HEADER WITH OVERFLOW CHECK   *
      ****************************************************************
       2750-PRINT-SECTION.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 2700-PRINT-PAGE-HEADER
           END-IF
      *
           WRITE REPORT-RECORD FROM WS-SECTION-HEADER
               AFTER ADVANCING 2
           ADD +2 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    2800-WRITE-DETAIL - WRITE A DETAIL LINE WITH OVERFLOW CHK *
      ****************************************************************
       2800-WRITE-DETAIL.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 2700-PRINT-PAGE-HEADER
           END-IF
      *
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1
      *
           ADD +1 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    2850-QUEUE-EXCEPTION - QUEUE THE HIT WITH ITS LINKED      *
      *    RECORDS. A HIT ALREADY OPEN FOR THE TYPE/KEY IS LEFT      *
      *    ALONE SO THE F&I DIRECTOR ISN'T SHOWN IT NIGHT AFTER      *
      *    NIGHT UNTIL IT IS RESOLVED IN ADMEXC00.                   *
      ****************************************************************
       2850-QUEUE-EXCEPTION.
      *
           INITIALIZE WS-DETAIL-LINE
           MOVE WS-EXC-TYPE TO WS-DL-TYPE
           MOVE WS-EXC-KEY  TO WS-DL-KEY
           MOVE WS-EXC-DESC TO WS-DL-DESC
           MOVE +0 TO WS-EXC-EXIST-COUNT
      *
           EXEC SQL
               SELECT COUNT(*)
               INTO   :WS-EXC-EXIST-COUNT
               FROM   AUTOSALE.EXCEPTION_QUEUE
               WHERE  EXCEPTION_TYPE = :WS-EXC-TYPE
                 AND  KEY_VALUE      = :WS-EXC-KEY
                 AND  QUEUE_STATUS   = 'O'
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATSTR00: ERROR CHECKING EXCEPTION QUEUE - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 2850-EXIT
           END-IF
      *
           IF WS-EXC-EXIST-COUNT > +0
               MOVE 'ALREADY OPEN' TO WS-DL-STATUS
               PERFORM 2800-WRITE-DETAIL
               ADD +1 TO WS-ALREADY-OPEN-CT
               GO TO 2850-EXIT
           END-IF
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
               VALUES
                   ( :WS-EXC-TYPE
                   , 'BATSTR00'
                   , :WS-EXC-DEALER
                   , :WS-EXC-KEY
                   , :WS-EXC-DESC
                   , CURRENT TIMESTAMP
                   , 'O'
                   )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATSTR00: ERROR QUEUEING EXCEPTION - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 2850-EXIT
           END-IF
      *
           EXEC SQL
               SELECT IDENTITY_VAL_LOCAL()
               INTO   :WS-EXC-ID
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATSTR00: ERROR READING EXCEPTION ID - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 2850-EXIT
           END-IF
      *
      *    A HIT IS QUEUED WITH ALL ITS LINKS OR NOT AT ALL, SO A
      *    FAILED LINK IS PICKED UP AGAIN ON THE NEXT RUN. THE
      *    PATTERN CURSORS ARE WITH HOLD SO EACH HIT CAN COMMIT.
      *
           MOVE WS-ERROR-COUNT TO WS-ERRORS-BEFORE
           PERFORM 2900-LINK-MEMBERS THRU 2900-EXIT
      *
           IF WS-ERROR-COUNT > WS-ERRORS-BEFORE
               PERFORM 2870-BACK-OUT-HIT
               MOVE 'LINK ERROR' TO WS-DL-STATUS
           ELSE
               EXEC SQL COMMIT END-EXEC
               ADD +1 TO WS-QUEUED-CT
               ADD WS-LNK-SEQ TO WS-LINK-TOTAL-CT
               MOVE WS-LNK-SEQ TO WS-DL-LINKS
               MOVE 'QUEUED' TO WS-DL-STATUS
           END-IF
           PERFORM 2800-WRITE-DETAIL
           .
       2850-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2870-BACK-OUT-HIT - REMOVE A PARTLY LINKED HIT. DELETES   *
      *    RATHER THAN ROLLBACK SO THE HELD PATTERN CURSOR STAYS     *
      *    OPEN.                                                     *
      ****************************************************************
       2870-BACK-OUT-HIT.
      *
           EXEC SQL
               DELETE FROM AUTOSALE.EXCEPTION_LINK
               WHERE  EXCEPTION_ID = :WS-EXC-ID
           END-EXEC
      *
           EXEC SQL
               DELETE FROM AUTOSALE.EXCEPTION_QUEUE
               WHERE  EXCEPTION_ID = :WS-EXC-ID
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATSTR00: ERROR BACKING OUT EXCEPTION - '
                       SQLCODE
           END-IF
      *
           EXEC SQL COMMIT END-EXEC
           .
      *
      ****************************************************************
      *    2900-LINK-MEMBERS - EXCEPTION_LINK ROW FOR EACH CUSTOMER  *
      *    IN THE GROUP AND EACH OF THEIR DEALS, FINANCE APPS AND    *
      *    CASH TRANSACTIONS IN THE WINDOW                           *
      ****************************************************************
       2900-LINK-MEMBERS.
      *
           MOVE +0 TO WS-LNK-SEQ
      *
           EXEC SQL OPEN CSR_STR_MEMBER END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATSTR00: ERROR OPENING MEMBER CSR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 2900-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-MEMBER
      *
           PERFORM UNTIL WS-MEMBER-DONE
               EXEC SQL FETCH CSR_STR_MEMBER
                   INTO :WS-MBR-CUSTOMER-ID
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       MOVE WS-MBR-CUSTOMER-ID TO WS-LNK-CUST-KEY
                       MOVE 'CU' TO WS-LNK-TYPE
                       MOVE WS-LNK-CUST-KEY TO WS-LNK-KEY
                       PERFORM 2960-INSERT-LINK
                       PERFORM 2920-LINK-ACTIVITY
                   WHEN +100
                       SET WS-MEMBER-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATSTR00: DB2 ERROR MEMBER - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-MEMBER-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_STR_MEMBER END-EXEC
           .
       2900-EXIT.
           EXIT.
      *
      ****************************************************************
      *    2920-LINK-ACTIVITY - ONE MEMBER'S DEALS, APPS AND CASH    *
      ****************************************************************
       2920-LINK-ACTIVITY.
      *
           EXEC SQL OPEN CSR_STR_LINKS END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATSTR00: ERROR OPENING LINK CSR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
           ELSE
               MOVE 'N' TO WS-EOF-LINK
               PERFORM UNTIL WS-LINK-DONE
                   EXEC SQL FETCH CSR_STR_LINKS
                       INTO :WS-LNK-TYPE
                          , :WS-LNK-KEY
                   END-EXEC
                   EVALUATE SQLCODE
                       WHEN +0
                           PERFORM 2960-INSERT-LINK
                       WHEN +100
                           SET WS-LINK-DONE TO TRUE
                       WHEN OTHER
                           DISPLAY 'BATSTR00: DB2 ERROR LINK - '
                                   SQLCODE
                           ADD +1 TO WS-ERROR-COUNT
                           SET WS-LINK-DONE TO TRUE
                   END-EVALUATE
               END-PERFORM
               EXEC SQL CLOSE CSR_STR_LINKS END-EXEC
           END-IF
           .
      *
      ****************************************************************
      *    2960-INSERT-LINK                                          *
      ****************************************************************
       2960-INSERT-LINK.
      *
           ADD +1 TO WS-LNK-SEQ
      *
           EXEC SQL
               INSERT INTO AUTOSALE.EXCEPTION_LINK
                   ( EXCEPTION_ID
                   , LINK_SEQ
                   , LINK_TYPE
                   , LINK_KEY
                   , CUSTOMER_ID
                   , CREATED_TS
                   )
               VALUES
                   ( :WS-EXC-ID
                   , :WS-LNK-SEQ
                   , :WS-LNK-TYPE
                   , :WS-LNK-KEY
                   , :WS-MBR-CUSTOMER-ID
                   , CURRENT TIMESTAMP
                   )
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATSTR00: ERROR INSERTING LINK - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               SUBTRACT +1 FROM WS-LNK-SEQ
           END-IF
           .
      *
      ****************************************************************
      *    3000-SCAN-ADDRESS - SEVERAL BUYERS AT ONE ADDRESS         *
      ****************************************************************
       3000-SCAN-ADDRESS.
      *
           DISPLAY 'BATSTR00: PHASE 1 - SHARED ADDRESS'
      *
           MOVE '*** SECTION 1: SEVERAL BUYERS AT ONE ADDRESS ***'
               TO WS-SH-SECTION-NAME
           PERFORM 2750-PRINT-SECTION
      *
           INITIALIZE WS-HV-GROUP
           MOVE 'A' TO WS-GRP-PATTERN
      *
           EXEC SQL OPEN CSR_STR_ADDR END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATSTR00: ERROR OPENING ADDRESS CSR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-GROUP
      *
           PERFORM UNTIL WS-GROUP-DONE
               EXEC SQL FETCH CSR_STR_ADDR
                   INTO :WS-GRP-ADDR
                      , :WS-GRP-ZIP
                      , :WS-GRP-COUNT
                      , :WS-GRP-DEALER
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       ADD +1 TO WS-ADDR-HIT-CT
                       MOVE WS-GRP-COUNT TO WS-COUNT-DISP
                       MOVE WS-WINDOW-DAYS TO WS-DAYS-DISP
                       MOVE 'STRADR' TO WS-EXC-TYPE
                       MOVE WS-GRP-DEALER TO WS-EXC-DEALER
                       MOVE SPACES TO WS-EXC-KEY
                       STRING 'A' WS-GRP-ZIP WS-GRP-ADDR(1:14)
                              DELIMITED BY SIZE
                              INTO WS-EXC-KEY
                       MOVE SPACES TO WS-EXC-DESC
                       STRING WS-COUNT-DISP
                              ' BUYERS AT ONE ADDRESS IN'
                              WS-DAYS-DISP ' DAYS - '
                              WS-GRP-ADDR(1:30) ' ' WS-GRP-ZIP
                              DELIMITED BY SIZE
                              INTO WS-EXC-DESC
                       PERFORM 2850-QUEUE-EXCEPTION THRU 2850-EXIT
                   WHEN +100
                       SET WS-GROUP-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATSTR00: DB2 ERROR ADDRESS - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-GROUP-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_STR_ADDR END-EXEC
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3200-SCAN-PHONE - SEVERAL BUYERS SHARING ONE PHONE        *
      ****************************************************************
       3200-SCAN-PHONE.
      *
           DISPLAY 'BATSTR00: PHASE 2 - SHARED PHONE'
      *
           MOVE '*** SECTION 2: SEVERAL BUYERS SHARING ONE PHONE ***'
               TO WS-SH-SECTION-NAME
           PERFORM 2750-PRINT-SECTION
      *
           INITIALIZE WS-HV-GROUP
           MOVE 'P' TO WS-GRP-PATTERN
      *
           EXEC SQL OPEN CSR_STR_PHONE END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATSTR00: ERROR OPENING PHONE CSR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3200-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-GROUP
      *
           PERFORM UNTIL WS-GROUP-DONE
               EXEC SQL FETCH CSR_STR_PHONE
                   INTO :WS-GRP-PHONE
                      , :WS-GRP-COUNT
                      , :WS-GRP-DEALER
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       ADD +1 TO WS-PHONE-HIT-CT
                       MOVE WS-GRP-COUNT TO WS-COUNT-DISP
                       MOVE WS-WINDOW-DAYS TO WS-DAYS-DISP
                       MOVE 'STRPHN' TO WS-EXC-TYPE
                       MOVE WS-GRP-DEALER TO WS-EXC-DEALER
                       MOVE SPACES TO WS-EXC-KEY
                       STRING 'P' WS-GRP-PHONE
                              DELIMITED BY SIZE
                              INTO WS-EXC-KEY
                       MOVE SPACES TO WS-EXC-DESC
                       STRING WS-COUNT-DISP
                              ' BUYERS SHARE PHONE ' WS-GRP-PHONE
                              ' IN' WS-DAYS-DISP ' DAYS'
                              DELIMITED BY SIZE
                              INTO WS-EXC-DESC
                       PERFORM 2850-QUEUE-EXCEPTION THRU 2850-EXIT
                   WHEN +100
                       SET WS-GROUP-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATSTR00: DB2 ERROR PHONE - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-GROUP-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_STR_PHONE END-EXEC
           .
       3200-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3400-SCAN-EMPLOYER - UNRELATED APPLICANTS SHARING         *
      *    EMPLOYER AND PHONE                                        *
      ****************************************************************
       3400-SCAN-EMPLOYER.
      *
           DISPLAY 'BATSTR00: PHASE 3 - SHARED EMPLOYER AND PHONE'
      *
           MOVE '*** SECTION 3: APPLICANTS SHARING EMPLOYER/PHONE ***'
               TO WS-SH-SECTION-NAME
           PERFORM 2750-PRINT-SECTION
      *
           INITIALIZE WS-HV-GROUP
           MOVE 'E' TO WS-GRP-PATTERN
      *
           EXEC SQL OPEN CSR_STR_EMP END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATSTR00: ERROR OPENING EMPLOYER CSR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3400-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-GROUP
      *
           PERFORM UNTIL WS-GROUP-DONE
               EXEC SQL FETCH CSR_STR_EMP
                   INTO :WS-GRP-EMP
                      , :WS-GRP-PHONE
                      , :WS-GRP-COUNT
                      , :WS-GRP-DEALER
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       ADD +1 TO WS-EMP-HIT-CT
                       MOVE WS-GRP-COUNT TO WS-COUNT-DISP
                       MOVE 'STREMP' TO WS-EXC-TYPE
                       MOVE WS-GRP-DEALER TO WS-EXC-DEALER
                       MOVE SPACES TO WS-EXC-KEY
                       STRING 'E' WS-GRP-PHONE WS-GRP-EMP(1:9)
                              DELIMITED BY SIZE
                              INTO WS-EXC-KEY
                       MOVE SPACES TO WS-EXC-DESC
                       STRING WS-COUNT-DISP
                              ' UNRELATED APPLICANTS SHARE EMPLOYER'
                              ' AND PHONE ' WS-GRP-PHONE ' - '
                              WS-GRP-EMP(1:20)
                              DELIMITED BY SIZE
                              INTO WS-EXC-DESC
                       PERFORM 2850-QUEUE-EXCEPTION THRU 2850-EXIT
                   WHEN +100
                       SET WS-GROUP-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATSTR00: DB2 ERROR EMPLOYER - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-GROUP-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_STR_EMP END-EXEC
           .
       3400-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3600-SCAN-CASH - REPEAT CASH BY RELATED PARTIES           *
      ****************************************************************
       3600-SCAN-CASH.
      *
           DISPLAY 'BATSTR00: PHASE 4 - REPEAT CASH AT ONE ADDRESS'
      *
           MOVE '*** SECTION 4: REPEAT CASH BY RELATED PARTIES ***'
               TO WS-SH-SECTION-NAME
           PERFORM 2750-PRINT-SECTION
      *
           INITIALIZE WS-HV-GROUP
           MOVE 'C' TO WS-GRP-PATTERN
      *
           EXEC SQL OPEN CSR_STR_CASH END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATSTR00: ERROR OPENING CASH CSR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3600-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-GROUP
      *
           PERFORM UNTIL WS-GROUP-DONE
               EXEC SQL FETCH CSR_STR_CASH
                   INTO :WS-GRP-ADDR
                      , :WS-GRP-ZIP
                      , :WS-GRP-COUNT
                      , :WS-GRP-DEALS
                      , :WS-GRP-AMT
                      , :WS-GRP-DEALER
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       ADD +1 TO WS-CASH-HIT-CT
                       MOVE WS-GRP-COUNT TO WS-COUNT-DISP
                       MOVE WS-GRP-DEALS TO WS-DEALS-DISP
                       MOVE WS-GRP-AMT   TO WS-AMT-DISP
                       MOVE 'STRCSH' TO WS-EXC-TYPE
                       MOVE WS-GRP-DEALER TO WS-EXC-DEALER
                       MOVE SPACES TO WS-EXC-KEY
                       STRING 'C' WS-GRP-ZIP WS-GRP-ADDR(1:14)
                              DELIMITED BY SIZE
                              INTO WS-EXC-KEY
                       MOVE SPACES TO WS-EXC-DESC
                       STRING WS-COUNT-DISP ' CASH BUYERS,'
                              WS-DEALS-DISP ' DEALS, $'
                              WS-AMT-DISP ' AT '
                              WS-GRP-ADDR(1:25) ' ' WS-GRP-ZIP
                              DELIMITED BY SIZE
                              INTO WS-EXC-DESC
                       PERFORM 2850-QUEUE-EXCEPTION THRU 2850-EXIT
                   WHEN +100
                       SET WS-GROUP-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATSTR00: DB2 ERROR CASH - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-GROUP-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_STR_CASH END-EXEC
           .
       3600-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3800-SCAN-SSN - ONE SSN LAST 4 AND DOB, DIFFERENT NAMES.  *
      *    THE KEY CARRIES THE DOB AND LOWEST CUSTOMER ID SO THE     *
      *    SSN DIGITS STAY OFF THE WORKLIST SCREEN.                  *
      ****************************************************************
       3800-SCAN-SSN.
      *
           DISPLAY 'BATSTR00: PHASE 5 - SHARED SSN LAST 4 AND DOB'
      *
           MOVE '*** SECTION 5: SSN LAST 4 + DOB UNDER MANY NAMES ***'
               TO WS-SH-SECTION-NAME
           PERFORM 2750-PRINT-SECTION
      *
           INITIALIZE WS-HV-GROUP
           MOVE 'S' TO WS-GRP-PATTERN
      *
           EXEC SQL OPEN CSR_STR_SSN END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'BATSTR00: ERROR OPENING SSN CSR - '
                       SQLCODE
               ADD +1 TO WS-ERROR-COUNT
               GO TO 3800-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-GROUP
      *
           PERFORM UNTIL WS-GROUP-DONE
               EXEC SQL FETCH CSR_STR_SSN
                   INTO :WS-GRP-SSN
                      , :WS-GRP-DOB
                      , :WS-GRP-COUNT
                      , :WS-GRP-FIRST-CUST
                      , :WS-GRP-DEALER
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       ADD +1 TO WS-SSN-HIT-CT
                       MOVE WS-GRP-COUNT TO WS-COUNT-DISP
                       MOVE WS-GRP-FIRST-CUST TO WS-CUST-KEY-DISP
                       MOVE 'STRSSN' TO WS-EXC-TYPE
                       MOVE WS-GRP-DEALER TO WS-EXC-DEALER
                       MOVE SPACES TO WS-EXC-KEY
                       STRING 'S' WS-GRP-DOB WS-CUST-KEY-DISP
                              DELIMITED BY SIZE
                              INTO WS-EXC-KEY
                       MOVE SPACES TO WS-EXC-DESC
                       STRING WS-COUNT-DISP
                              ' NAMES SHARE ONE SSN LAST 4 AND DOB '
                              WS-GRP-DOB
                              DELIMITED BY SIZE
                              INTO WS-EXC-DESC
                       PERFORM 2850-QUEUE-EXCEPTION THRU 2850-EXIT
                   WHEN +100
                       SET WS-GROUP-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'BATSTR00: DB2 ERROR SSN - '
                               SQLCODE
                       ADD +1 TO WS-ERROR-COUNT
                       SET WS-GROUP-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_STR_SSN END-EXEC
           .
       3800-EXIT.
           EXIT.
      *
      ****************************************************************
      *    7000-PRINT-SUMMARY                                        *
      ****************************************************************
       7000-PRINT-SUMMARY.
      *
           MOVE '*** PATTERN SCAN SUMMARY ***' TO WS-SH-SECTION-NAME
           PERFORM 2750-PRINT-SECTION
      *
           MOVE 'SHARED ADDRESS GROUPS:         '
               TO WS-SM-LABEL
           MOVE WS-ADDR-HIT-CT TO WS-SM-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1
      *
           MOVE 'SHARED PHONE GROUPS:           '
               TO WS-SM-LABEL
           MOVE WS-PHONE-HIT-CT TO WS-SM-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1
      *
           MOVE 'SHARED EMPLOYER/PHONE GROUPS:  '
               TO WS-SM-LABEL
           MOVE WS-EMP-HIT-CT TO WS-SM-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1
      *
           MOVE 'REPEAT CASH GROUPS:            '
               TO WS-SM-LABEL
           MOVE WS-CASH-HIT-CT TO WS-SM-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1
      *
           MOVE 'SSN LAST 4 + DOB GROUPS:       '
               TO WS-SM-LABEL
           MOVE WS-SSN-HIT-CT TO WS-SM-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1
      *
           MOVE 'NEW EXCEPTIONS QUEUED:         '
               TO WS-SM-LABEL
           MOVE WS-QUEUED-CT TO WS-SM-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               AFTER ADVANCING 2
      *
           MOVE 'ALREADY OPEN (NOT RE-QUEUED):  '
               TO WS-SM-LABEL
           MOVE WS-ALREADY-OPEN-CT TO WS-SM-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1
      *
           MOVE 'LINKED RECORDS WRITTEN:        '
               TO WS-SM-LABEL
           MOVE WS-LINK-TOTAL-CT TO WS-SM-COUNT
           WRITE REPORT-RECORD FROM WS-SUMMARY-LINE
               AFTER ADVANCING 1
           .
      *
      ****************************************************************
      *    9000-CLOSE-FILES                                          *
      ****************************************************************
       9000-CLOSE-FILES.
      *
           CLOSE REPORT-FILE
      *
           DISPLAY 'BATSTR00: ================================='
           DISPLAY 'BATSTR00: STRAW PURCHASE SCAN STATISTICS'
           DISPLAY 'BATSTR00: ================================='
           DISPLAY 'BATSTR00: ADDRESS GROUPS        = '
                   WS-ADDR-HIT-CT
           DISPLAY 'BATSTR00: PHONE GROUPS          = '
                   WS-PHONE-HIT-CT
           DISPLAY 'BATSTR00: EMPLOYER/PHONE GROUPS = '
                   WS-EMP-HIT-CT
           DISPLAY 'BATSTR00: REPEAT CASH GROUPS    = '
                   WS-CASH-HIT-CT
           DISPLAY 'BATSTR00: SSN/DOB GROUPS        = '
                   WS-SSN-HIT-CT
           DISPLAY 'BATSTR00: EXCEPTIONS QUEUED     = '
                   WS-QUEUED-CT
           DISPLAY 'BATSTR00: ALREADY OPEN          = '
                   WS-ALREADY-OPEN-CT
           DISPLAY 'BATSTR00: LINKS WRITTEN         = '
                   WS-LINK-TOTAL-CT
           DISPLAY 'BATSTR00: ERRORS                = '
                   WS-ERROR-COUNT
           DISPLAY 'BATSTR00: ================================='
           .
      ****************************************************************
      * END OF BATSTR00                                              *
      ****************************************************************
