       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTPWS00.
      ****************************************************************
      * PROGRAM:    RPTPWS00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     RPT - REPORTS                                    *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-14                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    MONTHLY PARTS WHOLESALE ACCOUNT STATEMENT. ONE   *
      *             STATEMENT PER ACTIVE OR OWING PARTS_WHSL_ACCOUNT *
      *             SHOWING THE BALANCE FORWARD, EVERY COUNTER       *
      *             TICKET CHARGED TO THE ACCOUNT (SVCCTR00 TENDER   *
      *             CH) AND EVERY PAYMENT ON ACCOUNT (SVCPWA00) IN   *
      *             THE MONTH WITH A RUNNING BALANCE, AND THE        *
      *             CLOSING BALANCE. A RUN SUMMARY FOLLOWS.          *
      *                                                              *
      * INPUT:      STATEMENT MONTH YYYY-MM (DEFAULT PRIOR MONTH)    *
      *                                                              *
      * TABLES:     AUTOSALE.PARTS_WHSL_ACCOUNT   (READ)             *
      *             AUTOSALE.PARTS_COUNTER_TICKET (READ)             *
      *             AUTOSALE.PARTS_ACCT_PAYMENT   (READ)             *
      *             AUTOSALE.DEALER               (READ)             *
      *                                                              *
      * OUTPUT:     SYSPRINT DD - STATEMENTS (132 CHARS)             *
      *             DLMOUT   DD - DELIMITED DATA FILE OF THE         *
      *                      DETAIL LINES (DLMCTL SELECTS)           *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-10-14  INITIAL CREATION                               *
      *   2026-10-15  DETAIL LINES ALSO WRITTEN TO A DELIMITED       *
      *               DATA FILE (DLMOUT) VIA COMDLML0                *
      ****************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. IBM-390.
       OBJECT-COMPUTER. IBM-390.
      *
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE
               ASSIGN TO SYSPRINT
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
       01  WS-MODULE-ID                PIC X(08) VALUE 'RPTPWS00'.
      *
       01  WS-FILE-STATUS              PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
      *    REPORT CONTROL FIELDS
      *
       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-COUNT           PIC S9(04) COMP VALUE +0.
           05  WS-LINE-COUNT           PIC S9(04) COMP VALUE +0.
           05  WS-LINES-PER-PAGE       PIC S9(04) COMP VALUE +56.
           05  WS-EOF-ACCOUNT          PIC X(01) VALUE 'N'.
               88  WS-ACCOUNTS-DONE              VALUE 'Y'.
           05  WS-EOF-ACTIVITY         PIC X(01) VALUE 'N'.
               88  WS-ACTIVITY-DONE              VALUE 'Y'.
      *
      *    INPUT PARAMETER
      *
       01  WS-PARM-AREA.
           05  WS-STMT-MONTH           PIC X(07) VALUE SPACES.
      *
       01  WS-STMT-MONTH-R REDEFINES WS-PARM-AREA.
           05  WS-SM-YYYY              PIC 9(04).
           05  FILLER                  PIC X(01).
           05  WS-SM-MM                PIC 9(02).
      *
      *    CURRENT DATE WORK FIELDS
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YYYY            PIC 9(04).
           05  WS-CURR-MM              PIC 9(02).
           05  WS-CURR-DD              PIC 9(02).
           05  FILLER                  PIC X(13).
      *
       01  WS-REPORT-DATE              PIC X(10) VALUE SPACES.
       01  WS-HV-PERIOD-START          PIC X(10) VALUE SPACES.
       01  WS-HV-PERIOD-END            PIC X(10) VALUE SPACES.
      *
      *    REPORT HEADER LINE (132 CHARS)
      *
       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE 'AUTOSALES DEALER MANAGEMENT SYSTEM      '.
           05  FILLER                  PIC X(30)
               VALUE ' PARTS WHOLESALE STATEMENT    '.
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
       01  WS-DEALER-HEADER.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE 'DEALER:  '.
           05  WS-DH-DEALER-CODE      PIC X(05).
           05  FILLER                  PIC X(03) VALUE ' - '.
           05  WS-DH-DEALER-NAME      PIC X(40).
           05  FILLER                  PIC X(09) VALUE '  PHONE: '.
           05  WS-DH-PHONE            PIC X(10).
           05  FILLER                  PIC X(55) VALUE SPACES.
      *
       01  WS-ACCT-HEADER-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE 'ACCOUNT:     '.
           05  WS-AH1-ACCOUNT-ID      PIC 9(09).
           05  FILLER                  PIC X(03) VALUE ' - '.
           05  WS-AH1-ACCOUNT-NAME    PIC X(40).
           05  FILLER                  PIC X(66) VALUE SPACES.
      *
       01  WS-ACCT-HEADER-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  WS-AH2-ADDRESS         PIC X(50).
           05  FILLER                  PIC X(68) VALUE SPACES.
      *
       01  WS-ACCT-HEADER-3.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE SPACES.
           05  WS-AH3-CITY            PIC X(30).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-AH3-STATE           PIC X(02).
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-AH3-ZIP             PIC X(10).
           05  FILLER                  PIC X(74) VALUE SPACES.
      *
       01  WS-ACCT-HEADER-4.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE 'PERIOD:      '.
           05  WS-AH4-FROM            PIC X(10).
           05  FILLER                  PIC X(06) VALUE ' THRU '.
           05  WS-AH4-THRU            PIC X(10).
           05  FILLER                  PIC X(17)
               VALUE '   CREDIT LIMIT: '.
           05  WS-AH4-CREDIT-LIMIT    PIC Z(6)9.99.
           05  FILLER                  PIC X(65) VALUE SPACES.
      *
       01  WS-COLUMN-HEADERS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'DATE        '.
           05  FILLER                  PIC X(22) VALUE
               'REFERENCE             '.
           05  FILLER                  PIC X(32) VALUE
               'DESCRIPTION                     '.
           05  FILLER                  PIC X(15) VALUE
               '     CHARGES   '.
           05  FILLER                  PIC X(15) VALUE
               '    PAYMENTS   '.
           05  FILLER                  PIC X(13) VALUE
               '      BALANCE'.
           05  FILLER                  PIC X(22) VALUE SPACES.
      *
       01  WS-COLUMN-UNDERLINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE '----------  '.
           05  FILLER                  PIC X(22) VALUE
               '--------------------  '.
           05  FILLER                  PIC X(32) VALUE
               '------------------------------  '.
           05  FILLER                  PIC X(15) VALUE
               '  ----------   '.
           05  FILLER                  PIC X(15) VALUE
               '  ----------   '.
           05  FILLER                  PIC X(13) VALUE
               '  -----------'.
           05  FILLER                  PIC X(22) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-DATE             PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-REFERENCE        PIC X(20).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-DESC             PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-CHARGE           PIC Z(8)9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DL-PAYMENT          PIC Z(8)9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DL-BALANCE          PIC Z(8)9.99-.
           05  FILLER                  PIC X(22) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'DATE                002010A'.
           05  FILLER                  PIC X(27)
               VALUE 'REFERENCE           014020A'.
           05  FILLER                  PIC X(27)
               VALUE 'DESC                036030A'.
           05  FILLER                  PIC X(27)
               VALUE 'CHARGE              068012N'.
           05  FILLER                  PIC X(27)
               VALUE 'PAYMENT             083012N'.
           05  FILLER                  PIC X(27)
               VALUE 'BALANCE             098013N'.
      *
           COPY WSDLMOUT.
      *
       01  WS-ACCT-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(46) VALUE SPACES.
           05  WS-AT-LABEL            PIC X(20).
           05  WS-AT-CHARGES          PIC Z(8)9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-AT-PAYMENTS         PIC Z(8)9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-AT-BALANCE          PIC Z(8)9.99-.
           05  FILLER                  PIC X(22) VALUE SPACES.
      *
       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(25) VALUE ALL '='.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(14)
               VALUE 'RUN SUMMARY:  '.
           05  WS-GT-ACCOUNT-CT       PIC Z(5)9.
           05  FILLER                  PIC X(10) VALUE ' ACCOUNTS '.
           05  FILLER                  PIC X(11) VALUE '  CHARGES: '.
           05  WS-GT-CHARGES          PIC Z(8)9.99.
           05  FILLER                  PIC X(12) VALUE '  PAYMENTS: '.
           05  WS-GT-PAYMENTS         PIC Z(8)9.99.
           05  FILLER                  PIC X(11) VALUE '  CLOSING: '.
           05  WS-GT-CLOSING          PIC Z(8)9.99-.
           05  FILLER                  PIC X(04) VALUE SPACES.
      *
      *    ACCOUNT AND GRAND ACCUMULATORS
      *
       01  WS-ACCOUNT-ACCUM.
           05  WS-AA-CHARGES           PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-AA-PAYMENTS          PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-AA-BALANCE           PIC S9(09)V99 COMP-3 VALUE +0.
      *
       01  WS-GRAND-ACCUM.
           05  WS-GA-ACCOUNT-COUNT     PIC S9(06) COMP VALUE +0.
           05  WS-GA-CHARGES           PIC S9(11)V99 COMP-3 VALUE +0.
           05  WS-GA-PAYMENTS          PIC S9(11)V99 COMP-3 VALUE +0.
           05  WS-GA-CLOSING           PIC S9(11)V99 COMP-3 VALUE +0.
      *
      *    HOST VARIABLES - ACCOUNT CURSOR
      *
       01  WS-HV-ACCOUNT.
           05  WS-HV-AC-ID            PIC S9(09) COMP.
           05  WS-HV-AC-DEALER        PIC X(05).
           05  WS-HV-AC-DEALER-NAME   PIC X(40).
           05  WS-HV-AC-PHONE         PIC X(10).
           05  WS-HV-AC-NAME          PIC X(40).
           05  WS-HV-AC-ADDRESS       PIC X(50).
           05  WS-HV-AC-CITY          PIC X(30).
           05  WS-HV-AC-STATE         PIC X(02).
           05  WS-HV-AC-ZIP           PIC X(10).
           05  WS-HV-AC-CREDIT-LIMIT  PIC S9(07)V99 COMP-3.
           05  WS-HV-AC-OPENING       PIC S9(09)V99 COMP-3.
      *
      *    HOST VARIABLES - ACTIVITY CURSOR
      *
       01  WS-HV-ACTIVITY.
           05  WS-HV-AT-DATE          PIC X(10).
           05  WS-HV-AT-REFERENCE     PIC X(20).
           05  WS-HV-AT-DESC          PIC X(30).
           05  WS-HV-AT-CHARGE        PIC S9(07)V99 COMP-3.
           05  WS-HV-AT-PAYMENT       PIC S9(07)V99 COMP-3.
      *
      *    DB2 CURSORS
      *
           EXEC SQL DECLARE CSR_PWS_ACCOUNT CURSOR FOR
               SELECT A.ACCOUNT_ID
                    , A.DEALER_CODE
                    , D.DEALER_NAME
                    , D.PHONE_NUMBER
                    , A.ACCOUNT_NAME
                    , A.ADDRESS_LINE1
                    , A.CITY
                    , A.STATE_CODE
                    , A.ZIP_CODE
                    , A.CREDIT_LIMIT
                    , COALESCE((SELECT SUM(T.TICKET_AMT)
                        FROM   AUTOSALE.PARTS_COUNTER_TICKET T
                        WHERE  T.ACCOUNT_ID    = A.ACCOUNT_ID
                          AND  T.TICKET_STATUS = 'CL'
                          AND  T.TENDER_TYPE   = 'CH'
                          AND  T.TICKET_DATE   < :WS-HV-PERIOD-START)
                      , 0)
                    - COALESCE((SELECT SUM(P.PAYMENT_AMT)
                        FROM   AUTOSALE.PARTS_ACCT_PAYMENT P
                        WHERE  P.ACCOUNT_ID    = A.ACCOUNT_ID
                          AND  DATE(P.PAYMENT_TS)
                                               < :WS-HV-PERIOD-START)
                      , 0)
               FROM   AUTOSALE.PARTS_WHSL_ACCOUNT A
               INNER JOIN AUTOSALE.DEALER D
                 ON   D.DEALER_CODE = A.DEALER_CODE
               WHERE  A.ACTIVE_FLAG = 'Y'
                  OR  A.BALANCE    <> 0
               ORDER BY A.DEALER_CODE
                      , A.ACCOUNT_ID
           END-EXEC
      *
           EXEC SQL DECLARE CSR_PWS_ACTIVITY CURSOR FOR
               SELECT X.ACT_DATE
                    , X.ACT_REF
                    , X.ACT_DESC
                    , X.CHG_AMT
                    , X.PAY_AMT
               FROM  (SELECT CHAR(T.TICKET_DATE, ISO) AS ACT_DATE
                           , 'TICKET ' || CHAR(T.TICKET_NUMBER)
                                                   AS ACT_REF
                           , 'PARTS PURCHASE - CHARGED'
                                                   AS ACT_DESC
                           , T.TICKET_AMT          AS CHG_AMT
                           , 0                     AS PAY_AMT
                      FROM   AUTOSALE.PARTS_COUNTER_TICKET T
                      WHERE  T.ACCOUNT_ID    = :WS-HV-AC-ID
                        AND  T.TICKET_STATUS = 'CL'
                        AND  T.TENDER_TYPE   = 'CH'
                        AND  T.TICKET_DATE BETWEEN :WS-HV-PERIOD-START
                                               AND :WS-HV-PERIOD-END
                      UNION ALL
                      SELECT CHAR(DATE(P.PAYMENT_TS), ISO)
                           , 'PAYMENT ' || CHAR(P.PAYMENT_ID)
                           , CASE P.TENDER_TYPE
                                  WHEN 'CA' THEN 'PAYMENT - CASH'
                                  WHEN 'CK' THEN 'PAYMENT - CHECK'
                                  ELSE 'PAYMENT - CARD'
                             END
                           , 0
                           , P.PAYMENT_AMT
                      FROM   AUTOSALE.PARTS_ACCT_PAYMENT P
                      WHERE  P.ACCOUNT_ID = :WS-HV-AC-ID
                        AND  DATE(P.PAYMENT_TS)
                                     BETWEEN :WS-HV-PERIOD-START
                                         AND :WS-HV-PERIOD-END) X
               ORDER BY X.ACT_DATE
                      , X.ACT_REF
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'RPTPWS00: PARTS WHOLESALE STATEMENTS - START'
      *
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPEN-FILES
      *
           IF WS-FILE-STATUS = '00'
               PERFORM 3000-PROCESS-ACCOUNTS THRU 3000-EXIT
               PERFORM 7000-PRINT-RUN-SUMMARY
           END-IF
      *
           PERFORM 9000-CLOSE-FILES
      *
           DISPLAY 'RPTPWS00: REPORT COMPLETE - '
                   WS-GA-ACCOUNT-COUNT ' STATEMENTS PRINTED'
      *
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE - STATEMENT MONTH DEFAULTS TO LAST MONTH  *
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
                  INTO WS-REPORT-DATE
      *
           IF WS-STMT-MONTH = SPACES
               IF WS-CURR-MM = 01
                   COMPUTE WS-SM-YYYY = WS-CURR-YYYY - 1
                   MOVE 12 TO WS-SM-MM
               ELSE
                   MOVE WS-CURR-YYYY TO WS-SM-YYYY
                   COMPUTE WS-SM-MM = WS-CURR-MM - 1
               END-IF
               MOVE '-' TO WS-STMT-MONTH(5:1)
           END-IF
      *
           STRING WS-STMT-MONTH '-01'
                  DELIMITED BY SIZE
                  INTO WS-HV-PERIOD-START
      *
           EXEC SQL
               SELECT CHAR(DATE(:WS-HV-PERIOD-START)
                           + 1 MONTH - 1 DAY, ISO)
               INTO  :WS-HV-PERIOD-END
               FROM  SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'RPTPWS00: INVALID STATEMENT MONTH - '
                       WS-STMT-MONTH
               MOVE WS-HV-PERIOD-START TO WS-HV-PERIOD-END
           END-IF
      *
           DISPLAY 'RPTPWS00: STATEMENT PERIOD = '
                   WS-HV-PERIOD-START ' THRU ' WS-HV-PERIOD-END
      *
           INITIALIZE WS-GRAND-ACCUM
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
               DISPLAY 'RPTPWS00: ERROR OPENING REPORT FILE - '
                       WS-FILE-STATUS
           END-IF
      *
           MOVE 'RPTPWS00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
           .
      *
      ****************************************************************
      *    3000-PROCESS-ACCOUNTS - ONE STATEMENT PER ACCOUNT         *
      ****************************************************************
       3000-PROCESS-ACCOUNTS.
      *
           EXEC SQL OPEN CSR_PWS_ACCOUNT END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'RPTPWS00: ERROR OPENING ACCOUNT CURSOR - '
                       SQLCODE
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-ACCOUNT
      *
           PERFORM UNTIL WS-ACCOUNTS-DONE
               EXEC SQL FETCH CSR_PWS_ACCOUNT
                   INTO :WS-HV-AC-ID
                      , :WS-HV-AC-DEALER
                      , :WS-HV-AC-DEALER-NAME
                      , :WS-HV-AC-PHONE
                      , :WS-HV-AC-NAME
                      , :WS-HV-AC-ADDRESS
                      , :WS-HV-AC-CITY
                      , :WS-HV-AC-STATE
                      , :WS-HV-AC-ZIP
                      , :WS-HV-AC-CREDIT-LIMIT
                      , :WS-HV-AC-OPENING
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       ADD +1 TO WS-GA-ACCOUNT-COUNT
                       INITIALIZE WS-ACCOUNT-ACCUM
                       MOVE WS-HV-AC-OPENING TO WS-AA-BALANCE
                       PERFORM 4000-PRINT-ACCOUNT-HEADER
                       PERFORM 4500-PRINT-BALANCE-FORWARD
                       PERFORM 5000-PROCESS-ACTIVITY THRU 5000-EXIT
                       PERFORM 6000-PRINT-ACCOUNT-TOTALS
                   WHEN +100
                       SET WS-ACCOUNTS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'RPTPWS00: DB2 ERROR ON ACCOUNT - '
                               SQLCODE
                       SET WS-ACCOUNTS-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_PWS_ACCOUNT END-EXEC
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-PRINT-ACCOUNT-HEADER - NEW PAGE FOR EACH STATEMENT   *
      ****************************************************************
       4000-PRINT-ACCOUNT-HEADER.
      *
           ADD +1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-RH1-PAGE
           MOVE WS-REPORT-DATE TO WS-RH1-DATE
      *
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-1
               AFTER ADVANCING PAGE
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-2
               AFTER ADVANCING 1
      *
           MOVE WS-HV-AC-DEALER TO WS-DH-DEALER-CODE
           MOVE WS-HV-AC-DEALER-NAME TO WS-DH-DEALER-NAME
           MOVE WS-HV-AC-PHONE TO WS-DH-PHONE
           WRITE REPORT-RECORD FROM WS-DEALER-HEADER
               AFTER ADVANCING 2
      *
           MOVE WS-HV-AC-ID TO WS-AH1-ACCOUNT-ID
           MOVE WS-HV-AC-NAME TO WS-AH1-ACCOUNT-NAME
           WRITE REPORT-RECORD FROM WS-ACCT-HEADER-1
               AFTER ADVANCING 2
      *
           MOVE WS-HV-AC-ADDRESS TO WS-AH2-ADDRESS
           WRITE REPORT-RECORD FROM WS-ACCT-HEADER-2
               AFTER ADVANCING 1
      *
           MOVE WS-HV-AC-CITY TO WS-AH3-CITY
           MOVE WS-HV-AC-STATE TO WS-AH3-STATE
           MOVE WS-HV-AC-ZIP TO WS-AH3-ZIP
           WRITE REPORT-RECORD FROM WS-ACCT-HEADER-3
               AFTER ADVANCING 1
      *
           MOVE WS-HV-PERIOD-START TO WS-AH4-FROM
           MOVE WS-HV-PERIOD-END TO WS-AH4-THRU
           MOVE WS-HV-AC-CREDIT-LIMIT TO WS-AH4-CREDIT-LIMIT
           WRITE REPORT-RECORD FROM WS-ACCT-HEADER-4
               AFTER ADVANCING 2
      *
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADERS
               AFTER ADVANCING 2
           WRITE REPORT-RECORD FROM WS-COLUMN-UNDERLINE
               AFTER ADVANCING 1
      *
           MOVE 15 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    4500-PRINT-BALANCE-FORWARD - OPENING BALANCE LINE         *
      ****************************************************************
       4500-PRINT-BALANCE-FORWARD.
      *
           INITIALIZE WS-DETAIL-LINE
           MOVE WS-HV-PERIOD-START TO WS-DL-DATE
           MOVE 'BALANCE FORWARD' TO WS-DL-DESC
           MOVE WS-AA-BALANCE TO WS-DL-BALANCE
      *
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1
           PERFORM 8900-WRITE-DATA-ROW
           ADD +1 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    5000-PROCESS-ACTIVITY - CHARGES AND PAYMENTS IN THE MONTH *
      ****************************************************************
       5000-PROCESS-ACTIVITY.
      *
           EXEC SQL OPEN CSR_PWS_ACTIVITY END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'RPTPWS00: ERROR OPENING ACTIVITY CURSOR - '
                       SQLCODE
               GO TO 5000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-ACTIVITY
      *
           PERFORM UNTIL WS-ACTIVITY-DONE
               EXEC SQL FETCH CSR_PWS_ACTIVITY
                   INTO :WS-HV-AT-DATE
                      , :WS-HV-AT-REFERENCE
                      , :WS-HV-AT-DESC
                      , :WS-HV-AT-CHARGE
                      , :WS-HV-AT-PAYMENT
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 5100-FORMAT-ACTIVITY
                   WHEN +100
                       SET WS-ACTIVITY-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'RPTPWS00: DB2 ERROR ON ACTIVITY - '
                               SQLCODE
                       SET WS-ACTIVITY-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_PWS_ACTIVITY END-EXEC
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5100-FORMAT-ACTIVITY - ONE LINE WITH RUNNING BALANCE      *
      ****************************************************************
       5100-FORMAT-ACTIVITY.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 4000-PRINT-ACCOUNT-HEADER
           END-IF
      *
           ADD WS-HV-AT-CHARGE TO WS-AA-CHARGES
           ADD WS-HV-AT-PAYMENT TO WS-AA-PAYMENTS
           COMPUTE WS-AA-BALANCE = WS-AA-BALANCE
                                 + WS-HV-AT-CHARGE
                                 - WS-HV-AT-PAYMENT
      *
           INITIALIZE WS-DETAIL-LINE
      *
           MOVE WS-HV-AT-DATE       TO WS-DL-DATE
           MOVE WS-HV-AT-REFERENCE  TO WS-DL-REFERENCE
           MOVE WS-HV-AT-DESC       TO WS-DL-DESC
           MOVE WS-HV-AT-CHARGE     TO WS-DL-CHARGE
           MOVE WS-HV-AT-PAYMENT    TO WS-DL-PAYMENT
           MOVE WS-AA-BALANCE       TO WS-DL-BALANCE
      *
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1
           PERFORM 8900-WRITE-DATA-ROW
           ADD +1 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    6000-PRINT-ACCOUNT-TOTALS - MONTH TOTALS AND CLOSING      *
      ****************************************************************
       6000-PRINT-ACCOUNT-TOTALS.
      *
           MOVE 'TOTALS / CLOSING:'  TO WS-AT-LABEL
           MOVE WS-AA-CHARGES        TO WS-AT-CHARGES
           MOVE WS-AA-PAYMENTS       TO WS-AT-PAYMENTS
           MOVE WS-AA-BALANCE        TO WS-AT-BALANCE
           WRITE REPORT-RECORD FROM WS-ACCT-TOTAL-LINE
               AFTER ADVANCING 2
      *
           ADD WS-AA-CHARGES TO WS-GA-CHARGES
           ADD WS-AA-PAYMENTS TO WS-GA-PAYMENTS
           ADD WS-AA-BALANCE TO WS-GA-CLOSING
           .
      *
      ****************************************************************
      *    7000-PRINT-RUN-SUMMARY                                    *
      ****************************************************************
       7000-PRINT-RUN-SUMMARY.
      *
           MOVE WS-GA-ACCOUNT-COUNT TO WS-GT-ACCOUNT-CT
           MOVE WS-GA-CHARGES TO WS-GT-CHARGES
           MOVE WS-GA-PAYMENTS TO WS-GT-PAYMENTS
           MOVE WS-GA-CLOSING TO WS-GT-CLOSING
      *
           WRITE REPORT-RECORD FROM WS-GRAND-TOTAL-LINE
               AFTER ADVANCING 3
           .
      *
      ****************************************************************
      *    8900-WRITE-DATA-ROW - DETAIL LINE TO THE DATA FILE        *
      ****************************************************************
       8900-WRITE-DATA-ROW.
      *
           MOVE WS-DH-DEALER-CODE TO WS-DLM-DEALER-CODE
           MOVE WS-DETAIL-LINE TO WS-DLM-LINE
           MOVE 'ROW ' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
           .
      *
      ****************************************************************
      *    8950-CALL-DLM-SERVICE - DELIMITED DATA FILE (COMDLML0)    *
      ****************************************************************
       8950-CALL-DLM-SERVICE.
      *
           CALL 'COMDLML0' USING WS-DLM-REQUEST
                                 WS-DLM-RESULT
      *
           IF WS-DLM-RETURN-CODE > +4
               DISPLAY 'RPTPWS00: DATA FILE - ' WS-DLM-RETURN-MSG
           END-IF
           .
      *
      ****************************************************************
      *    9000-CLOSE-FILES                                          *
      ****************************************************************
       9000-CLOSE-FILES.
      *
           CLOSE REPORT-FILE
           MOVE 'CLOS' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
      *
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'RPTPWS00: ERROR CLOSING REPORT FILE - '
                       WS-FILE-STATUS
           END-IF
           .
      ****************************************************************
      * END OF RPTPWS00                                              *
      ****************************************************************
