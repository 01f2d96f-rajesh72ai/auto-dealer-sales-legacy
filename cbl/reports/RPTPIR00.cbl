       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTPIR00.
      ****************************************************************
      * PROGRAM:    RPTPIR00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     RPT - REPORTING                                  *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    WEEKLY SENSITIVE-FIELD ACCESS ANOMALY REPORT FOR *
      *             THE PRIVACY OFFICER. READS PII_READ_LOG (WRITTEN *
      *             BY COMPIRL0 FROM CUSINQ00, CUSHIS00, FINCHK00    *
      *             AND FINAPP00) FOR THE SEVEN DAYS ENDING          *
      *             YESTERDAY AND LISTS EVERY USER WHO EITHER        *
      *               - VIEWED MORE DISTINCT CUSTOMERS THAN THE      *
      *                 VOLUME LIMIT, OR                             *
      *               - VIEWED ANY CUSTOMER BELONGING TO A DEALER    *
      *                 OTHER THAN THE USER'S OWN.                   *
      *             THE VOLUME LIMIT IS THE GREATER OF CONFIG KEY    *
      *             PIR_MAX_CUSTOMERS (DEFAULT 40) AND THREE TIMES   *
      *             THE WEEK'S AVERAGE DISTINCT CUSTOMERS PER USER.  *
      *             FLAGGED USERS ARE FOLLOWED BY THEIR OUT-OF-      *
      *             DEALER CUSTOMERS (UP TO 10 PER USER).            *
      *                                                              *
      * TABLES:     AUTOSALE.PII_READ_LOG  (READ)                    *
      *             AUTOSALE.SYSTEM_USER   (READ)                    *
      *             AUTOSALE.SYSTEM_CONFIG (READ)                    *
      *                                                              *
      * OUTPUT:     PIRRPT DD - ACCESS ANOMALY REPORT (132 CHARS)    *
      *             DLMOUT   DD - DELIMITED DATA FILE OF THE         *
      *                      DETAIL LINES (DLMCTL SELECTS)           *
      *                                                              *
      * CHANGE LOG:                                                  *
      *   2026-10-15  INITIAL CREATION                               *
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
               ASSIGN TO PIRRPT
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
       01  REPORT-RECORD                 PIC X(132).
      *
       WORKING-STORAGE SECTION.
      *
       01  WS-MODULE-ID                  PIC X(08) VALUE 'RPTPIR00'.
      *
       01  WS-FILE-STATUS                PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
           COPY DCLSYSCF.
      *
       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-COUNT             PIC S9(04) COMP VALUE +0.
           05  WS-LINE-COUNT             PIC S9(04) COMP VALUE +0.
           05  WS-LINES-PER-PAGE         PIC S9(04) COMP VALUE +56.
           05  WS-USER-COUNT             PIC S9(06) COMP VALUE +0.
           05  WS-FLAG-COUNT             PIC S9(06) COMP VALUE +0.
           05  WS-EOF-USER               PIC X(01) VALUE 'N'.
               88  WS-USER-DONE                    VALUE 'Y'.
           05  WS-EOF-CUST               PIC X(01) VALUE 'N'.
               88  WS-CUST-DONE                    VALUE 'Y'.
      *
      *    REPORT WEEK AND VOLUME LIMIT
      *
       01  WS-PARM-AREA.
           05  WS-WEEK-START-DATE        PIC X(10) VALUE SPACES.
           05  WS-WEEK-END-DATE          PIC X(10) VALUE SPACES.
           05  WS-CONFIG-NUM             PIC S9(07) COMP-3 VALUE +0.
           05  WS-MAX-CUSTOMERS          PIC S9(07) COMP-3 VALUE +40.
           05  WS-AVG-CUSTOMERS          PIC S9(07) COMP-3 VALUE +0.
           05  WS-VOLUME-LIMIT           PIC S9(07) COMP-3 VALUE +0.
      *
       01  WS-HV-USER.
           05  WS-HV-USER-ID             PIC X(08).
           05  WS-HV-USER-DEALER         PIC X(05).
           05  WS-HV-USER-NAME           PIC X(30).
           05  WS-HV-VIEWS               PIC S9(09) COMP.
           05  WS-HV-CUSTOMERS           PIC S9(09) COMP.
           05  WS-HV-OUT-DEALER          PIC S9(09) COMP.
      *
       01  WS-HV-CUST.
           05  WS-HV-CUST-ID             PIC S9(09) COMP.
           05  WS-HV-CUST-DEALER         PIC X(05).
           05  WS-HV-CUST-VIEWS          PIC S9(09) COMP.
           05  WS-HV-CUST-FIRST-TS       PIC X(26).
      *
       01  WS-REPORT-HEADER-1.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(40)
               VALUE 'AUTOSALES DEALER MANAGEMENT SYSTEM      '.
           05  FILLER                    PIC X(36)
               VALUE 'SENSITIVE-FIELD ACCESS ANOMALIES    '.
           05  FILLER                    PIC X(06) VALUE 'PAGE: '.
           05  WS-RH1-PAGE               PIC Z(4)9.
           05  FILLER                    PIC X(44) VALUE SPACES.
      *
       01  WS-REPORT-HEADER-2.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(06) VALUE 'WEEK: '.
           05  WS-RH2-START              PIC X(10).
           05  FILLER                    PIC X(04) VALUE ' TO '.
           05  WS-RH2-END                PIC X(10).
           05  FILLER                    PIC X(19)
               VALUE '    VOLUME LIMIT = '.
           05  WS-RH2-LIMIT              PIC Z(05)9.
           05  FILLER                    PIC X(21)
               VALUE ' DISTINCT CUSTOMERS  '.
           05  FILLER                    PIC X(55) VALUE SPACES.
      *
       01  WS-REPORT-HEADER-3.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(131) VALUE ALL '-'.
      *
       01  WS-COLUMN-HEADERS.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(07) VALUE 'DEALER '.
           05  FILLER                    PIC X(10) VALUE 'USER ID   '.
           05  FILLER                    PIC X(32)
               VALUE 'USER NAME                       '.
           05  FILLER                    PIC X(08) VALUE '   VIEWS'.
           05  FILLER                    PIC X(10) VALUE ' CUSTOMERS'.
           05  FILLER                    PIC X(10) VALUE ' OTHER DLR'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(20)
               VALUE 'REASON              '.
           05  FILLER                    PIC X(32) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DL-DEALER              PIC X(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-USER-ID             PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-USER-NAME           PIC X(30).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-VIEWS               PIC Z(07)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-CUSTOMERS           PIC Z(07)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-OUT-DEALER          PIC Z(07)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-REASON              PIC X(20).
           05  FILLER                    PIC X(32) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'USER_ID             009008A'.
           05  FILLER                  PIC X(27)
               VALUE 'USER_NAME           019030A'.
           05  FILLER                  PIC X(27)
               VALUE 'VIEWS               051008N'.
           05  FILLER                  PIC X(27)
               VALUE 'CUSTOMERS           061008N'.
           05  FILLER                  PIC X(27)
               VALUE 'OUT_DEALER          071008N'.
           05  FILLER                  PIC X(27)
               VALUE 'REASON              081020A'.
      *
           COPY WSDLMOUT.
      *
       01  WS-CUST-LINE.
           05  FILLER                    PIC X(19) VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'CUSTOMER: '.
           05  WS-CL-CUST-ID             PIC Z(08)9.
           05  FILLER                    PIC X(10) VALUE '  DEALER: '.
           05  WS-CL-DEALER              PIC X(05).
           05  FILLER                    PIC X(09) VALUE '  VIEWS: '.
           05  WS-CL-VIEWS               PIC Z(04)9.
           05  FILLER                    PIC X(14)
               VALUE '  FIRST VIEW: '.
           05  WS-CL-FIRST-TS            PIC X(19).
           05  FILLER                    PIC X(32) VALUE SPACES.
      *
       01  WS-NONE-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(50)
               VALUE 'NO ACCESS ANOMALIES FOUND FOR THE WEEK'.
           05  FILLER                    PIC X(81) VALUE SPACES.
      *
       01  WS-BLANK-LINE                 PIC X(132) VALUE SPACES.
      *
      *    CURSOR - ONE ROW PER USER WHO CROSSED EITHER THRESHOLD
      *
           EXEC SQL
               DECLARE CSR_PIR_USER CURSOR FOR
               SELECT L.USER_ID
                    , MAX(L.USER_DEALER)
                    , MAX(COALESCE(SUBSTR(U.USER_NAME, 1, 30), ' '))
                    , COUNT(*)
                    , COUNT(DISTINCT L.CUSTOMER_ID)
                    , COUNT(DISTINCT CASE
                          WHEN L.CUST_DEALER <> L.USER_DEALER
                           AND L.CUST_DEALER <> ' '
                          THEN L.CUSTOMER_ID END)
               FROM   AUTOSALE.PII_READ_LOG L
                      LEFT OUTER JOIN AUTOSALE.SYSTEM_USER U
                        ON U.USER_ID = L.USER_ID
               WHERE  DATE(L.READ_TS) BETWEEN :WS-WEEK-START-DATE
                                          AND :WS-WEEK-END-DATE
               GROUP BY L.USER_ID
               HAVING COUNT(DISTINCT L.CUSTOMER_ID) > :WS-VOLUME-LIMIT
                   OR COUNT(DISTINCT CASE
                          WHEN L.CUST_DEALER <> L.USER_DEALER
                           AND L.CUST_DEALER <> ' '
                          THEN L.CUSTOMER_ID END) > 0
               ORDER BY 2, 1
           END-EXEC
      *
      *    CURSOR - OUT-OF-DEALER CUSTOMERS FOR ONE FLAGGED USER
      *
           EXEC SQL
               DECLARE CSR_PIR_CUST CURSOR FOR
               SELECT L.CUSTOMER_ID
                    , MAX(L.CUST_DEALER)
                    , COUNT(*)
                    , CHAR(MIN(L.READ_TS))
               FROM   AUTOSALE.PII_READ_LOG L
               WHERE  L.USER_ID = :WS-HV-USER-ID
                 AND  DATE(L.READ_TS) BETWEEN :WS-WEEK-START-DATE
                                          AND :WS-WEEK-END-DATE
                 AND  L.CUST_DEALER <> L.USER_DEALER
                 AND  L.CUST_DEALER <> ' '
               GROUP BY L.CUSTOMER_ID
               ORDER BY 3 DESC, 1
               FETCH FIRST 10 ROWS ONLY
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'RPTPIR00: SENSITIVE-FIELD ACCESS ANOMALIES - START'
      *
           PERFORM 1000-INITIALIZE
      *
           OPEN OUTPUT REPORT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'RPTPIR00: ERROR OPENING PIRRPT - '
                       WS-FILE-STATUS
               GO TO 0000-WRAP-UP
           END-IF
      *
           MOVE 'RPTPIR00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
      *
           PERFORM 6000-PAGE-HEADER
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADERS
           ADD +1 TO WS-LINE-COUNT
      *
           PERFORM 3000-PROCESS-USERS THRU 3000-EXIT
      *
           IF WS-FLAG-COUNT = +0
               WRITE REPORT-RECORD FROM WS-NONE-LINE
           END-IF
      *
           CLOSE REPORT-FILE
           MOVE 'CLOS' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
           .
       0000-WRAP-UP.
      *
           DISPLAY 'RPTPIR00: PROCESSING COMPLETE'
           DISPLAY 'RPTPIR00:   USERS LOGGED  = ' WS-USER-COUNT
           DISPLAY 'RPTPIR00:   USERS FLAGGED = ' WS-FLAG-COUNT
      *
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE - REPORT WEEK AND VOLUME LIMIT            *
      ****************************************************************
       1000-INITIALIZE.
      *
           EXEC SQL
               SELECT CHAR(CURRENT DATE - 7 DAYS, ISO)
                    , CHAR(CURRENT DATE - 1 DAY, ISO)
               INTO   :WS-WEEK-START-DATE
                    , :WS-WEEK-END-DATE
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC
      *
      *    SITE LIMIT FROM SYSTEM_CONFIG, DEFAULT 40
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO   :CONFIG-VALUE
               FROM   AUTOSALE.SYSTEM_CONFIG
               WHERE  CONFIG_KEY = 'PIR_MAX_CUSTOMERS'
           END-EXEC
      *
           IF SQLCODE = +0
               COMPUTE WS-CONFIG-NUM =
                   FUNCTION NUMVAL(CONFIG-VALUE-TX(
                       1:CONFIG-VALUE-LN))
               IF WS-CONFIG-NUM > +0
                   MOVE WS-CONFIG-NUM TO WS-MAX-CUSTOMERS
               END-IF
           END-IF
      *
      *    THE WEEK'S NORM - AVERAGE DISTINCT CUSTOMERS PER USER
      *
           EXEC SQL
               SELECT COUNT(*)
                    , COALESCE(AVG(CUST_CT), 0)
               INTO   :WS-USER-COUNT
                    , :WS-AVG-CUSTOMERS
               FROM   (SELECT USER_ID
                            , COUNT(DISTINCT CUSTOMER_ID) AS CUST_CT
                       FROM   AUTOSALE.PII_READ_LOG
                       WHERE  DATE(READ_TS)
                              BETWEEN :WS-WEEK-START-DATE
                                  AND :WS-WEEK-END-DATE
                       GROUP BY USER_ID
                      ) AS WK
           END-EXEC
      *
           IF SQLCODE NOT = +0
               MOVE +0 TO WS-USER-COUNT
               MOVE +0 TO WS-AVG-CUSTOMERS
           END-IF
      *
           COMPUTE WS-VOLUME-LIMIT = WS-AVG-CUSTOMERS * 3
           IF WS-VOLUME-LIMIT < WS-MAX-CUSTOMERS
               MOVE WS-MAX-CUSTOMERS TO WS-VOLUME-LIMIT
           END-IF
      *
           DISPLAY 'RPTPIR00: WEEK = ' WS-WEEK-START-DATE
                   ' TO ' WS-WEEK-END-DATE
           DISPLAY 'RPTPIR00: VOLUME LIMIT = ' WS-VOLUME-LIMIT
      *
           MOVE WS-WEEK-START-DATE TO WS-RH2-START
           MOVE WS-WEEK-END-DATE   TO WS-RH2-END
           MOVE WS-VOLUME-LIMIT    TO WS-RH2-LIMIT
           .
      *
      ****************************************************************
      *    3000-PROCESS-USERS                                        *
      ****************************************************************
       3000-PROCESS-USERS.
      *
           EXEC SQL
               OPEN CSR_PIR_USER
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'RPTPIR00: ERROR OPENING USER CURSOR - '
                       SQLCODE
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-USER
      *
           PERFORM UNTIL WS-USER-DONE
               EXEC SQL
                   FETCH CSR_PIR_USER
                   INTO  :WS-HV-USER-ID
                       , :WS-HV-USER-DEALER
                       , :WS-HV-USER-NAME
                       , :WS-HV-VIEWS
                       , :WS-HV-CUSTOMERS
                       , :WS-HV-OUT-DEALER
               END-EXEC
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 4000-WRITE-USER
                   WHEN +100
                       SET WS-USER-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'RPTPIR00: USER FETCH ERROR - '
                               SQLCODE
                       SET WS-USER-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL
               CLOSE CSR_PIR_USER
           END-EXEC
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-WRITE-USER - ONE FLAGGED USER AND THEIR OTHER-DEALER *
      *    CUSTOMERS                                                 *
      ****************************************************************
       4000-WRITE-USER.
      *
           ADD +1 TO WS-FLAG-COUNT
      *
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM 6000-PAGE-HEADER
               WRITE REPORT-RECORD FROM WS-COLUMN-HEADERS
               ADD +1 TO WS-LINE-COUNT
           END-IF
      *
           MOVE WS-HV-USER-DEALER TO WS-DL-DEALER
           MOVE WS-HV-USER-ID     TO WS-DL-USER-ID
           MOVE WS-HV-USER-NAME   TO WS-DL-USER-NAME
           MOVE WS-HV-VIEWS       TO WS-DL-VIEWS
           MOVE WS-HV-CUSTOMERS   TO WS-DL-CUSTOMERS
           MOVE WS-HV-OUT-DEALER  TO WS-DL-OUT-DEALER
      *
           EVALUATE TRUE
               WHEN WS-HV-CUSTOMERS > WS-VOLUME-LIMIT
                AND WS-HV-OUT-DEALER > +0
                   MOVE 'VOLUME + OTHER DLR' TO WS-DL-REASON
               WHEN WS-HV-CUSTOMERS > WS-VOLUME-LIMIT
                   MOVE 'VOLUME'             TO WS-DL-REASON
               WHEN OTHER
                   MOVE 'OTHER DEALER'       TO WS-DL-REASON
           END-EVALUATE
      *
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           PERFORM 8900-WRITE-DATA-ROW
           ADD +1 TO WS-LINE-COUNT
      *
           IF WS-HV-OUT-DEALER > +0
               PERFORM 4100-WRITE-CUSTOMERS THRU 4100-EXIT
           END-IF
      *
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD +1 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    4100-WRITE-CUSTOMERS - OUT-OF-DEALER CUSTOMERS VIEWED     *
      ****************************************************************
       4100-WRITE-CUSTOMERS.
      *
           EXEC SQL
               OPEN CSR_PIR_CUST
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'RPTPIR00: ERROR OPENING CUSTOMER CURSOR - '
                       SQLCODE
               GO TO 4100-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-CUST
      *
           PERFORM UNTIL WS-CUST-DONE
               EXEC SQL
                   FETCH CSR_PIR_CUST
                   INTO  :WS-HV-CUST-ID
                       , :WS-HV-CUST-DEALER
                       , :WS-HV-CUST-VIEWS
                       , :WS-HV-CUST-FIRST-TS
               END-EXEC
               EVALUATE SQLCODE
                   WHEN +0
                       MOVE WS-HV-CUST-ID     TO WS-CL-CUST-ID
                       MOVE WS-HV-CUST-DEALER TO WS-CL-DEALER
                       MOVE WS-HV-CUST-VIEWS  TO WS-CL-VIEWS
                       MOVE WS-HV-CUST-FIRST-TS(1:19)
                                              TO WS-CL-FIRST-TS
                       WRITE REPORT-RECORD FROM WS-CUST-LINE
                       ADD +1 TO WS-LINE-COUNT
                   WHEN +100
                       SET WS-CUST-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'RPTPIR00: CUSTOMER FETCH ERROR - '
                               SQLCODE
                       SET WS-CUST-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL
               CLOSE CSR_PIR_CUST
           END-EXEC
           .
       4100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    6000-PAGE-HEADER                                          *
      ****************************************************************
       6000-PAGE-HEADER.
      *
           ADD +1 TO WS-PAGE-COUNT
           MOVE WS-PAGE-COUNT TO WS-RH1-PAGE
      *
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-1
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-2
           WRITE REPORT-RECORD FROM WS-REPORT-HEADER-3
           MOVE +3 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    8900-WRITE-DATA-ROW - DETAIL LINE TO THE DATA FILE        *
      ****************************************************************
       8900-WRITE-DATA-ROW.
      *
           MOVE WS-DL-DEALER TO WS-DLM-DEALER-CODE
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
               DISPLAY 'RPTPIR00: DATA FILE - ' WS-DLM-RETURN-MSG
           END-IF
           .
      ****************************************************************
      * END OF RPTPIR00                                              *
      ****************************************************************
