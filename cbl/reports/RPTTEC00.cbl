       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTTEC00.
      ****************************************************************
      * PROGRAM:    RPTTEC00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     RPT - REPORTS                                    *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-14                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    WEEKLY TECHNICIAN PRODUCTIVITY AND EFFICIENCY    *
      *             REPORT. FOR EACH DEALER, LISTS EVERY TECHNICIAN  *
      *             WITH THE FLAGGED HOURS ON LABOR LINES OF ROS     *
      *             CLOSED IN THE WEEK (THE FLAT-RATE PAY BASIS),    *
      *             THE HOURS ACTUALLY CLOCKED ON ROS (CLOSED        *
      *             TECH_TIME_PUNCH ROWS ENDING IN THE WEEK) AND     *
      *             THE AVAILABLE HOURS (DAYS WITH A PUNCH TIMES     *
      *             THE SHIFT LENGTH IN SYSTEM_CONFIG).              *
      *               EFFICIENCY   = FLAGGED / CLOCKED               *
      *               PRODUCTIVITY = CLOCKED / AVAILABLE             *
      *             DEALER SUBTOTALS AND GRAND TOTALS FOLLOW.        *
      *                                                              *
      * INPUT:      WEEK-ENDING DATE (DEFAULT CURRENT DATE). THE     *
      *             WEEK IS THE SEVEN DAYS ENDING ON THAT DATE.      *
      *                                                              *
      * TABLES:     AUTOSALE.REPAIR_ORDER      (READ)                *
      *             AUTOSALE.REPAIR_ORDER_LINE (READ)                *
      *             AUTOSALE.TECH_TIME_PUNCH   (READ)                *
      *             AUTOSALE.SYSTEM_USER       (READ)                *
      *             AUTOSALE.DEALER            (READ)                *
      *             AUTOSALE.SYSTEM_CONFIG     (READ)                *
      *                                                              *
      * OUTPUT:     SYSPRINT DD - PRINTED REPORT (132 CHARS)         *
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
       01  WS-MODULE-ID                PIC X(08) VALUE 'RPTTEC00'.
      *
       01  WS-FILE-STATUS              PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
           COPY DCLSYSCF.
      *
      *    REPORT CONTROL FIELDS
      *
       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-COUNT           PIC S9(04) COMP VALUE +0.
           05  WS-LINE-COUNT           PIC S9(04) COMP VALUE +0.
           05  WS-LINES-PER-PAGE       PIC S9(04) COMP VALUE +56.
           05  WS-DETAIL-COUNT         PIC S9(06) COMP VALUE +0.
           05  WS-EOF-DEALER           PIC X(01) VALUE 'N'.
               88  WS-DEALERS-DONE               VALUE 'Y'.
           05  WS-EOF-TECH             PIC X(01) VALUE 'N'.
               88  WS-TECH-DONE                  VALUE 'Y'.
      *
      *    INPUT PARAMETER
      *
       01  WS-PARM-AREA.
           05  WS-REPORT-DATE          PIC X(10) VALUE SPACES.
      *
      *    CURRENT DATE WORK FIELDS
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YYYY            PIC 9(04).
           05  WS-CURR-MM              PIC 9(02).
           05  WS-CURR-DD              PIC 9(02).
           05  FILLER                  PIC X(13).
      *
      *    REPORTING WEEK
      *
       01  WS-HV-WEEK-START            PIC X(10) VALUE SPACES.
       01  WS-HV-WEEK-END              PIC X(10) VALUE SPACES.
      *
      *    SHIFT LENGTH (FROM SYSTEM_CONFIG)
      *
       01  WS-SHIFT-HOURS              PIC S9(03)V99 COMP-3
                                                     VALUE +8.00.
      *
      *    REPORT HEADER LINE (132 CHARS)
      *
       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE 'AUTOSALES DEALER MANAGEMENT SYSTEM      '.
           05  FILLER                  PIC X(30)
               VALUE ' TECHNICIAN PRODUCTIVITY RPT  '.
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
       01  WS-WEEK-HEADER.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE 'WEEK FROM:   '.
           05  WS-WH-START            PIC X(10).
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  WS-WH-END              PIC X(10).
           05  FILLER                  PIC X(17)
               VALUE '   SHIFT HOURS: '.
           05  WS-WH-SHIFT            PIC Z9.99.
           05  FILLER                  PIC X(72) VALUE SPACES.
      *
       01  WS-DEALER-HEADER.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(09) VALUE 'DEALER:  '.
           05  WS-DH-DEALER-CODE      PIC X(05).
           05  FILLER                  PIC X(03) VALUE ' - '.
           05  WS-DH-DEALER-NAME      PIC X(40).
           05  FILLER                  PIC X(74) VALUE SPACES.
      *
       01  WS-COLUMN-HEADERS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'TECH ID   '.
           05  FILLER                  PIC X(32) VALUE
               'TECHNICIAN NAME                 '.
           05  FILLER                  PIC X(08) VALUE '  LINES '.
           05  FILLER                  PIC X(12) VALUE
               ' FLAGGED HRS'.
           05  FILLER                  PIC X(12) VALUE
               ' CLOCKED HRS'.
           05  FILLER                  PIC X(12) VALUE
               '   AVAIL HRS'.
           05  FILLER                  PIC X(12) VALUE
               '  EFFICIENCY'.
           05  FILLER                  PIC X(14) VALUE
               '  PRODUCTIVITY'.
           05  FILLER                  PIC X(19) VALUE SPACES.
      *
       01  WS-COLUMN-UNDERLINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE '--------  '.
           05  FILLER                  PIC X(32) VALUE
               '------------------------------  '.
           05  FILLER                  PIC X(08) VALUE '  ----- '.
           05  FILLER                  PIC X(12) VALUE
               ' -----------'.
           05  FILLER                  PIC X(12) VALUE
               ' -----------'.
           05  FILLER                  PIC X(12) VALUE
               '   ---------'.
           05  FILLER                  PIC X(12) VALUE
               '  ----------'.
           05  FILLER                  PIC X(14) VALUE
               '  ------------'.
           05  FILLER                  PIC X(19) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-TECH-ID          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-TECH-NAME        PIC X(30).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-DL-LINES            PIC Z(4)9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-DL-FLAG-HRS         PIC Z(5)9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DL-CLOCK-HRS        PIC Z(5)9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DL-AVAIL-HRS        PIC Z(5)9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-DL-EFF-PCT          PIC ZZZ9.9.
           05  FILLER                  PIC X(01) VALUE '%'.
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  WS-DL-PROD-PCT         PIC ZZZ9.9.
           05  FILLER                  PIC X(01) VALUE '%'.
           05  FILLER                  PIC X(20) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'TECH_ID             002008A'.
           05  FILLER                  PIC X(27)
               VALUE 'TECH_NAME           012030A'.
           05  FILLER                  PIC X(27)
               VALUE 'LINES               046005N'.
           05  FILLER                  PIC X(27)
               VALUE 'FLAG_HRS            055009N'.
           05  FILLER                  PIC X(27)
               VALUE 'CLOCK_HRS           067009N'.
           05  FILLER                  PIC X(27)
               VALUE 'AVAIL_HRS           079009N'.
           05  FILLER                  PIC X(27)
               VALUE 'EFF_PCT             092006N'.
           05  FILLER                  PIC X(27)
               VALUE 'PROD_PCT            106006N'.
      *
           COPY WSDLMOUT.
      *
       01  WS-SUBTOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE ALL '-'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(21)
               VALUE 'DEALER SHOP SUMMARY: '.
           05  FILLER                  PIC X(69) VALUE SPACES.
      *
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TOT-LABEL           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE 'TECHNICIANS:'.
           05  WS-TOT-TECH-CT         PIC Z(4)9.
           05  FILLER                  PIC X(17) VALUE SPACES.
           05  WS-TOT-LINES           PIC Z(4)9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-TOT-FLAG-HRS        PIC Z(5)9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-TOT-CLOCK-HRS       PIC Z(5)9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-TOT-AVAIL-HRS       PIC Z(5)9.99.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-TOT-EFF-PCT         PIC ZZZ9.9.
           05  FILLER                  PIC X(01) VALUE '%'.
           05  FILLER                  PIC X(07) VALUE SPACES.
           05  WS-TOT-PROD-PCT        PIC ZZZ9.9.
           05  FILLER                  PIC X(01) VALUE '%'.
           05  FILLER                  PIC X(20) VALUE SPACES.
      *
       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(43) VALUE ALL '='.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'GRAND TOTALS:   '.
           05  WS-GT-DEALER-CT         PIC Z(3)9.
           05  FILLER                  PIC X(09) VALUE ' DEALERS '.
           05  FILLER                  PIC X(58) VALUE SPACES.
      *
      *    ACCUMULATOR FIELDS - PER DEALER
      *
       01  WS-DEALER-ACCUM.
           05  WS-DA-TECH-COUNT        PIC S9(06) COMP VALUE +0.
           05  WS-DA-LINES             PIC S9(09) COMP VALUE +0.
           05  WS-DA-FLAG-HRS          PIC S9(07)V99 COMP-3 VALUE +0.
           05  WS-DA-CLOCK-HRS         PIC S9(07)V99 COMP-3 VALUE +0.
           05  WS-DA-AVAIL-HRS         PIC S9(07)V99 COMP-3 VALUE +0.
      *
      *    GRAND ACCUMULATORS
      *
       01  WS-GRAND-ACCUM.
           05  WS-GA-TECH-COUNT        PIC S9(08) COMP VALUE +0.
           05  WS-GA-LINES             PIC S9(09) COMP VALUE +0.
           05  WS-GA-FLAG-HRS          PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-GA-CLOCK-HRS         PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-GA-AVAIL-HRS         PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-GA-DEALER-COUNT      PIC S9(04) COMP VALUE +0.
      *
      *    HOST VARIABLES - DEALER CURSOR
      *
       01  WS-HV-DEALER.
           05  WS-HV-DLR-CODE         PIC X(05).
           05  WS-HV-DLR-NAME         PIC X(40).
      *
      *    HOST VARIABLES - TECHNICIAN CURSOR
      *
       01  WS-HV-TECH.
           05  WS-HV-T-TECH-ID        PIC X(08).
           05  WS-HV-T-TECH-NAME      PIC X(40).
           05  WS-HV-T-LINES          PIC S9(09) COMP.
           05  WS-HV-T-FLAG-HRS       PIC S9(07)V99 COMP-3.
           05  WS-HV-T-CLOCK-HRS      PIC S9(07)V99 COMP-3.
           05  WS-HV-T-DAYS-WORKED    PIC S9(09) COMP.
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-AVAIL-WORK          PIC S9(07)V99 COMP-3 VALUE +0.
           05  WS-PCT-WORK            PIC S9(05)V9 COMP-3 VALUE +0.
      *
      *    DB2 CURSORS
      *
           EXEC SQL DECLARE CSR_TEC_DEALERS CURSOR FOR
               SELECT D.DEALER_CODE
                    , D.DEALER_NAME
               FROM   AUTOSALE.DEALER D
               WHERE  EXISTS
                      (SELECT 1
                       FROM   AUTOSALE.TECH_TIME_PUNCH TP
                       WHERE  TP.DEALER_CODE  = D.DEALER_CODE
                         AND  TP.PUNCH_STATUS = 'C'
                         AND  DATE(TP.CLOCK_OFF_TS)
                              BETWEEN :WS-HV-WEEK-START
                                  AND :WS-HV-WEEK-END)
                  OR  EXISTS
                      (SELECT 1
                       FROM   AUTOSALE.REPAIR_ORDER RO
                       WHERE  RO.DEALER_CODE = D.DEALER_CODE
                         AND  RO.RO_STATUS   = 'CL'
                         AND  RO.CLOSE_DATE
                              BETWEEN :WS-HV-WEEK-START
                                  AND :WS-HV-WEEK-END)
               ORDER BY D.DEALER_CODE
           END-EXEC
      *
      *    FLAGGED HOURS COME FROM LABOR LINES ON ROS CLOSED IN THE
      *    WEEK; CLOCKED HOURS AND DAYS WORKED FROM CLOSED PUNCHES
      *
           EXEC SQL DECLARE CSR_TEC_DETAIL CURSOR FOR
               SELECT T.TECH_ID
                    , COALESCE(MAX(U.USER_NAME), ' ')
                    , SUM(T.LINE_CT)
                    , SUM(T.FLAG_HRS)
                    , SUM(T.CLOCK_HRS)
                    , SUM(T.DAYS_WRK)
               FROM  (SELECT RL.TECHNICIAN_ID        AS TECH_ID
                           , COUNT(*)                AS LINE_CT
                           , SUM(RL.FLAG_HOURS)      AS FLAG_HRS
                           , DEC(0, 9, 2)            AS CLOCK_HRS
                           , 0                       AS DAYS_WRK
                      FROM   AUTOSALE.REPAIR_ORDER RO
                      INNER JOIN AUTOSALE.REPAIR_ORDER_LINE RL
                        ON   RL.RO_NUMBER = RO.RO_NUMBER
                      WHERE  RO.DEALER_CODE = :WS-HV-DLR-CODE
                        AND  RO.RO_STATUS   = 'CL'
                        AND  RO.CLOSE_DATE
                             BETWEEN :WS-HV-WEEK-START
                                 AND :WS-HV-WEEK-END
                        AND  RL.LINE_TYPE   = 'LB'
                        AND  RL.TECHNICIAN_ID IS NOT NULL
                      GROUP BY RL.TECHNICIAN_ID
                      UNION ALL
                      SELECT TP.TECHNICIAN_ID
                           , 0
                           , DEC(0, 9, 2)
                           , SUM(TP.CLOCKED_HOURS)
                           , COUNT(DISTINCT DATE(TP.CLOCK_ON_TS))
                      FROM   AUTOSALE.TECH_TIME_PUNCH TP
                      WHERE  TP.DEALER_CODE  = :WS-HV-DLR-CODE
                        AND  TP.PUNCH_STATUS = 'C'
                        AND  DATE(TP.CLOCK_OFF_TS)
                             BETWEEN :WS-HV-WEEK-START
                                 AND :WS-HV-WEEK-END
                      GROUP BY TP.TECHNICIAN_ID) T
               LEFT OUTER JOIN AUTOSALE.SYSTEM_USER U
                 ON   U.USER_ID = T.TECH_ID
               GROUP BY T.TECH_ID
               ORDER BY T.TECH_ID
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'RPTTEC00: TECHNICIAN PRODUCTIVITY REPORT - START'
      *
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPEN-FILES
      *
           IF WS-FILE-STATUS = '00'
               PERFORM 3000-PROCESS-DEALERS THRU 3000-EXIT
               PERFORM 7000-PRINT-GRAND-TOTALS
           END-IF
      *
           PERFORM 9000-CLOSE-FILES
      *
           DISPLAY 'RPTTEC00: REPORT COMPLETE - '
                   WS-GA-DEALER-COUNT ' DEALERS, '
                   WS-GA-TECH-COUNT ' TECHNICIANS'
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
           IF WS-REPORT-DATE = SPACES
               STRING WS-CURR-YYYY '-'
                      WS-CURR-MM   '-'
                      WS-CURR-DD
                      DELIMITED BY SIZE
                      INTO WS-REPORT-DATE
           END-IF
      *
           MOVE WS-REPORT-DATE TO WS-HV-WEEK-END
      *
           EXEC SQL
               SET :WS-HV-WEEK-START =
                   CHAR(DATE(:WS-HV-WEEK-END) - 6 DAYS, ISO)
           END-EXEC
      *
           DISPLAY 'RPTTEC00: WEEK = ' WS-HV-WEEK-START
                   ' TO ' WS-HV-WEEK-END
      *
           EXEC SQL
               SELECT CONFIG_VALUE
               INTO   :CONFIG-VALUE
               FROM   AUTOSALE.SYSTEM_CONFIG
               WHERE  CONFIG_KEY = 'RPTTEC00_SHIFT_HOURS'
           END-EXEC
      *
           IF SQLCODE = +0
               COMPUTE WS-SHIFT-HOURS =
                   FUNCTION NUMVAL(CONFIG-VALUE-TX(
                       1:CONFIG-VALUE-LN))
           END-IF
      *
           DISPLAY 'RPTTEC00: SHIFT HOURS = ' WS-SHIFT-HOURS
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
               DISPLAY 'RPTTEC00: ERROR OPENING REPORT FILE - '
                       WS-FILE-STATUS
           END-IF
      *
           MOVE 'RPTTEC00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
           .
      *
      ****************************************************************
      *    3000-PROCESS-DEALERS                                      *
      ****************************************************************
       3000-PROCESS-DEALERS.
      *
           EXEC SQL OPEN CSR_TEC_DEALERS END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'RPTTEC00: ERROR OPENING DEALER CURSOR - '
                       SQLCODE
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-DEALER
      *
           PERFORM UNTIL WS-DEALERS-DONE
               EXEC SQL FETCH CSR_TEC_DEALERS
                   INTO :WS-HV-DLR-CODE
                      , :WS-HV-DLR-NAME
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       ADD +1 TO WS-GA-DEALER-COUNT
                       PERFORM 4000-NEW-DEALER-PAGE
                       PERFORM 5000-PROCESS-TECHS THRU 5000-EXIT
                       PERFORM 6000-PRINT-DEALER-SUBTOTAL
                   WHEN +100
                       SET WS-DEALERS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'RPTTEC00: DB2 ERROR ON DEALER - '
                               SQLCODE
                       SET WS-DEALERS-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_TEC_DEALERS END-EXEC
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-NEW-DEALER-PAGE - START NEW PAGE FOR EACH DEALER     *
      ****************************************************************
       4000-NEW-DEALER-PAGE.
      *
           PERFORM 4100-PRINT-PAGE-HEADER
      *
           INITIALIZE WS-DEALER-ACCUM
           .
      *
      ****************************************************************
      *    4100-PRINT-PAGE-HEADER - HEADINGS FOR THE CURRENT DEALER  *
      ****************************************************************
       4100-PRINT-PAGE-HEADER.
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
           MOVE WS-HV-WEEK-START TO WS-WH-START
           MOVE WS-HV-WEEK-END TO WS-WH-END
           MOVE WS-SHIFT-HOURS TO WS-WH-SHIFT
           WRITE REPORT-RECORD FROM WS-WEEK-HEADER
               AFTER ADVANCING 1
      *
           MOVE WS-HV-DLR-CODE TO WS-DH-DEALER-CODE
           MOVE WS-HV-DLR-NAME TO WS-DH-DEALER-NAME
           WRITE REPORT-RECORD FROM WS-DEALER-HEADER
               AFTER ADVANCING 2
      *
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADERS
               AFTER ADVANCING 2
           WRITE REPORT-RECORD FROM WS-COLUMN-UNDERLINE
               AFTER ADVANCING 1
      *
           MOVE 11 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    5000-PROCESS-TECHS - ONE LINE PER TECHNICIAN FOR DEALER   *
      ****************************************************************
       5000-PROCESS-TECHS.
      *
           EXEC SQL OPEN CSR_TEC_DETAIL END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'RPTTEC00: ERROR OPENING TECH CURSOR - '
                       SQLCODE
               GO TO 5000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-TECH
      *
           PERFORM UNTIL WS-TECH-DONE
               EXEC SQL FETCH CSR_TEC_DETAIL
                   INTO :WS-HV-T-TECH-ID
                      , :WS-HV-T-TECH-NAME
                      , :WS-HV-T-LINES
                      , :WS-HV-T-FLAG-HRS
                      , :WS-HV-T-CLOCK-HRS
                      , :WS-HV-T-DAYS-WORKED
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 5100-FORMAT-DETAIL
                   WHEN +100
                       SET WS-TECH-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'RPTTEC00: DB2 ERROR ON TECH - '
                               SQLCODE
                       SET WS-TECH-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_TEC_DETAIL END-EXEC
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5100-FORMAT-DETAIL - FORMAT AND PRINT ONE TECHNICIAN      *
      ****************************************************************
       5100-FORMAT-DETAIL.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 4100-PRINT-PAGE-HEADER
           END-IF
      *
           INITIALIZE WS-DETAIL-LINE
      *
           COMPUTE WS-AVAIL-WORK =
               WS-HV-T-DAYS-WORKED * WS-SHIFT-HOURS
      *
           MOVE WS-HV-T-TECH-ID     TO WS-DL-TECH-ID
           MOVE WS-HV-T-TECH-NAME   TO WS-DL-TECH-NAME
           MOVE WS-HV-T-LINES       TO WS-DL-LINES
           MOVE WS-HV-T-FLAG-HRS    TO WS-DL-FLAG-HRS
           MOVE WS-HV-T-CLOCK-HRS   TO WS-DL-CLOCK-HRS
           MOVE WS-AVAIL-WORK       TO WS-DL-AVAIL-HRS
      *
           IF WS-HV-T-CLOCK-HRS > +0
               COMPUTE WS-PCT-WORK ROUNDED =
                   (WS-HV-T-FLAG-HRS * 100) / WS-HV-T-CLOCK-HRS
           ELSE
               MOVE +0 TO WS-PCT-WORK
           END-IF
           MOVE WS-PCT-WORK TO WS-DL-EFF-PCT
      *
           IF WS-AVAIL-WORK > +0
               COMPUTE WS-PCT-WORK ROUNDED =
                   (WS-HV-T-CLOCK-HRS * 100) / WS-AVAIL-WORK
           ELSE
               MOVE +0 TO WS-PCT-WORK
           END-IF
           MOVE WS-PCT-WORK TO WS-DL-PROD-PCT
      *
           ADD +1 TO WS-DA-TECH-COUNT
           ADD +1 TO WS-GA-TECH-COUNT
           ADD WS-HV-T-LINES     TO WS-DA-LINES
           ADD WS-HV-T-LINES     TO WS-GA-LINES
           ADD WS-HV-T-FLAG-HRS  TO WS-DA-FLAG-HRS
           ADD WS-HV-T-FLAG-HRS  TO WS-GA-FLAG-HRS
           ADD WS-HV-T-CLOCK-HRS TO WS-DA-CLOCK-HRS
           ADD WS-HV-T-CLOCK-HRS TO WS-GA-CLOCK-HRS
           ADD WS-AVAIL-WORK     TO WS-DA-AVAIL-HRS
           ADD WS-AVAIL-WORK     TO WS-GA-AVAIL-HRS
      *
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1
           PERFORM 8900-WRITE-DATA-ROW
           ADD +1 TO WS-LINE-COUNT
           ADD +1 TO WS-DETAIL-COUNT
           .
      *
      ****************************************************************
      *    6000-PRINT-DEALER-SUBTOTAL                                *
      ****************************************************************
       6000-PRINT-DEALER-SUBTOTAL.
      *
           WRITE REPORT-RECORD FROM WS-SUBTOTAL-LINE
               AFTER ADVANCING 2
      *
           INITIALIZE WS-TOTAL-LINE
           MOVE 'DEALER'          TO WS-TOT-LABEL
           MOVE WS-DA-TECH-COUNT  TO WS-TOT-TECH-CT
           MOVE WS-DA-LINES       TO WS-TOT-LINES
           MOVE WS-DA-FLAG-HRS    TO WS-TOT-FLAG-HRS
           MOVE WS-DA-CLOCK-HRS   TO WS-TOT-CLOCK-HRS
           MOVE WS-DA-AVAIL-HRS   TO WS-TOT-AVAIL-HRS
      *
           IF WS-DA-CLOCK-HRS > +0
               COMPUTE WS-PCT-WORK ROUNDED =
                   (WS-DA-FLAG-HRS * 100) / WS-DA-CLOCK-HRS
           ELSE
               MOVE +0 TO WS-PCT-WORK
           END-IF
           MOVE WS-PCT-WORK TO WS-TOT-EFF-PCT
      *
           IF WS-DA-AVAIL-HRS > +0
               COMPUTE WS-PCT-WORK ROUNDED =
                   (WS-DA-CLOCK-HRS * 100) / WS-DA-AVAIL-HRS
           ELSE
               MOVE +0 TO WS-PCT-WORK
           END-IF
           MOVE WS-PCT-WORK TO WS-TOT-PROD-PCT
      *
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1
           .
      *
      ****************************************************************
      *    7000-PRINT-GRAND-TOTALS                                   *
      ****************************************************************
       7000-PRINT-GRAND-TOTALS.
      *
           MOVE WS-GA-DEALER-COUNT TO WS-GT-DEALER-CT
      *
           WRITE REPORT-RECORD FROM WS-GRAND-TOTAL-LINE
               AFTER ADVANCING 3
      *
           INITIALIZE WS-TOTAL-LINE
           MOVE 'ALL'             TO WS-TOT-LABEL
           MOVE WS-GA-TECH-COUNT  TO WS-TOT-TECH-CT
           MOVE WS-GA-LINES       TO WS-TOT-LINES
           MOVE WS-GA-FLAG-HRS    TO WS-TOT-FLAG-HRS
           MOVE WS-GA-CLOCK-HRS   TO WS-TOT-CLOCK-HRS
           MOVE WS-GA-AVAIL-HRS   TO WS-TOT-AVAIL-HRS
      *
           IF WS-GA-CLOCK-HRS > +0
               COMPUTE WS-PCT-WORK ROUNDED =
                   (WS-GA-FLAG-HRS * 100) / WS-GA-CLOCK-HRS
           ELSE
               MOVE +0 TO WS-PCT-WORK
           END-IF
           MOVE WS-PCT-WORK TO WS-TOT-EFF-PCT
      *
           IF WS-GA-AVAIL-HRS > +0
               COMPUTE WS-PCT-WORK ROUNDED =
                   (WS-GA-CLOCK-HRS * 100) / WS-GA-AVAIL-HRS
           ELSE
               MOVE +0 TO WS-PCT-WORK
           END-IF
           MOVE WS-PCT-WORK TO WS-TOT-PROD-PCT
      *
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1
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
               DISPLAY 'RPTTEC00: DATA FILE - ' WS-DLM-RETURN-MSG
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
               DISPLAY 'RPTTEC00: ERROR CLOSING REPORT FILE - '
                       WS-FILE-STATUS
           END-IF
           .
      ****************************************************************
      * END OF RPTTEC00                                              *
      ****************************************************************
