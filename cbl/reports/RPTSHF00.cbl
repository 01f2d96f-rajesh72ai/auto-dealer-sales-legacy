       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTSHF00.
      ****************************************************************
      * PROGRAM:    RPTSHF00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     RPT - REPORTING                                  *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    WEEKLY SALES FLOOR SHIFT ROSTER FOR NEXT WEEK,   *
      *             MONDAY THROUGH SUNDAY. ONE LINE PER ACTIVE       *
      *             SALESPERSON OF EACH DEALER THAT KEEPS A ROSTER,  *
      *             WITH EACH DAY SHOWN AS THE SHIFT HOURS (09-18),  *
      *             OFF, VAC OR --- WHEN NOTHING IS SCHEDULED. A     *
      *             LINE AFTER EACH DEALER COUNTS THE SALESPEOPLE ON *
      *             SHIFT EACH DAY; A DAY WITH NOBODY ON SHIFT IS    *
      *             MARKED AND SETS RC 4, SINCE LEADS FOR THAT DAY   *
      *             WAIT FOR THE NEXT SHIFT THAT OPENS.              *
      *                                                              *
      * TABLES:     AUTOSALE.SALES_SHIFT   (READ)                    *
      *             AUTOSALE.SYSTEM_USER   (READ)                    *
      *                                                              *
      * OUTPUT:     SHFRPT DD - WEEKLY ROSTER (132 CHARS)            *
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
               ASSIGN TO SHFRPT
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
       01  WS-MODULE-ID                  PIC X(08) VALUE 'RPTSHF00'.
      *
       01  WS-FILE-STATUS                PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-COUNT             PIC S9(04) COMP VALUE +0.
           05  WS-LINE-COUNT             PIC S9(04) COMP VALUE +0.
           05  WS-LINES-PER-PAGE         PIC S9(04) COMP VALUE +56.
           05  WS-DEALER-COUNT           PIC S9(06) COMP VALUE +0.
           05  WS-PERSON-COUNT           PIC S9(06) COMP VALUE +0.
           05  WS-SHIFT-COUNT            PIC S9(06) COMP VALUE +0.
           05  WS-UNCOVERED-COUNT        PIC S9(06) COMP VALUE +0.
           05  WS-DAY-SUB                PIC S9(04) COMP VALUE +0.
           05  WS-EOF-ROSTER             PIC X(01) VALUE 'N'.
               88  WS-ROSTER-DONE                  VALUE 'Y'.
           05  WS-SQL-ERROR-FLAG         PIC X(01) VALUE 'N'.
               88  WS-SQL-ERROR                    VALUE 'Y'.
           05  WS-WEEK-START             PIC X(10) VALUE SPACES.
           05  WS-WEEK-END               PIC X(10) VALUE SPACES.
           05  WS-DAY-DATE               PIC X(10) VALUE SPACES.
           05  WS-PREV-DEALER            PIC X(05) VALUE SPACES.
           05  WS-PREV-USER-ID           PIC X(08) VALUE SPACES.
      *
      *    ONE SALESPERSON'S WEEK, BUILT UP FROM THE FETCHED ROWS
      *
       01  WS-PERSON-WEEK.
           05  WS-PW-DEALER              PIC X(05).
           05  WS-PW-USER-ID             PIC X(08).
           05  WS-PW-USER-NAME           PIC X(24).
           05  WS-PW-DAY OCCURS 7 TIMES  PIC X(10).
      *
       01  WS-DEALER-DAYS.
           05  WS-DD-ON-SHIFT OCCURS 7 TIMES
                                         PIC S9(04) COMP.
      *
       01  WS-SHIFT-TEXT.
           05  WS-ST-START               PIC 9(02).
           05  FILLER                    PIC X(01) VALUE '-'.
           05  WS-ST-END                 PIC 9(02).
           05  FILLER                    PIC X(05) VALUE SPACES.
      *
       01  WS-DAY-NAMES.
           05  FILLER                    PIC X(21)
               VALUE 'MONTUEWEDTHUFRISATSUN'.
       01  WS-DAY-NAME-TBL REDEFINES WS-DAY-NAMES.
           05  WS-DAY-NAME OCCURS 7 TIMES
                                         PIC X(03).
      *
       01  WS-HV-ROSTER.
           05  WS-HV-DEALER              PIC X(05).
           05  WS-HV-USER-ID             PIC X(08).
           05  WS-HV-USER-NAME           PIC X(24).
           05  WS-HV-DAY-NO              PIC S9(04) COMP.
           05  WS-HV-SHIFT-TYPE          PIC X(02).
           05  WS-HV-START-HOUR          PIC S9(04) COMP.
           05  WS-HV-END-HOUR            PIC S9(04) COMP.
      *
       01  WS-REPORT-HEADER-1.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(40)
               VALUE 'AUTOSALES DEALER MANAGEMENT SYSTEM      '.
           05  FILLER                    PIC X(36)
               VALUE 'SALES FLOOR SHIFT ROSTER            '.
           05  FILLER                    PIC X(06) VALUE 'PAGE: '.
           05  WS-RH1-PAGE               PIC Z(4)9.
           05  FILLER                    PIC X(44) VALUE SPACES.
      *
       01  WS-REPORT-HEADER-2.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(10) VALUE 'WEEK FROM '.
           05  WS-RH2-FROM               PIC X(10).
           05  FILLER                    PIC X(04) VALUE ' TO '.
           05  WS-RH2-TO                 PIC X(10).
           05  FILLER                    PIC X(97) VALUE SPACES.
      *
       01  WS-REPORT-HEADER-3.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(131) VALUE ALL '-'.
      *
       01  WS-COLUMN-HEADERS.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(07) VALUE 'DEALER '.
           05  FILLER                    PIC X(10) VALUE 'USER ID   '.
           05  FILLER                    PIC X(26)
               VALUE 'SALESPERSON               '.
           05  WS-CH-DAY OCCURS 7 TIMES.
               10  WS-CH-DAY-NAME        PIC X(03).
               10  FILLER                PIC X(01) VALUE SPACES.
               10  WS-CH-DAY-DATE        PIC X(05).
               10  FILLER                PIC X(03) VALUE SPACES.
           05  FILLER                    PIC X(04) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DL-DEALER              PIC X(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-USER-ID             PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-USER-NAME           PIC X(24).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-DAY-CELL OCCURS 7 TIMES.
               10  WS-DL-DAY             PIC X(10).
               10  FILLER                PIC X(02).
           05  FILLER                    PIC X(04) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'USER_ID             009008A'.
           05  FILLER                  PIC X(27)
               VALUE 'USER_NAME           019024A'.
           05  FILLER                  PIC X(27)
               VALUE 'DAY_1               045010A'.
           05  FILLER                  PIC X(27)
               VALUE 'DAY_2               057010A'.
           05  FILLER                  PIC X(27)
               VALUE 'DAY_3               069010A'.
           05  FILLER                  PIC X(27)
               VALUE 'DAY_4               081010A'.
           05  FILLER                  PIC X(27)
               VALUE 'DAY_5               093010A'.
           05  FILLER                  PIC X(27)
               VALUE 'DAY_6               105010A'.
           05  FILLER                  PIC X(27)
               VALUE 'DAY_7               117010A'.
      *
           COPY WSDLMOUT.
      *
       01  WS-COVERAGE-LINE.
           05  FILLER                    PIC X(18) VALUE SPACES.
           05  FILLER                    PIC X(26)
               VALUE 'ON SHIFT                  '.
           05  WS-CL-DAY-CELL OCCURS 7 TIMES.
               10  WS-CL-COUNT           PIC ZZ9.
               10  WS-CL-FLAG            PIC X(09).
           05  FILLER                    PIC X(04) VALUE SPACES.
      *
       01  WS-TOTAL-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-TL-LABEL               PIC X(40).
           05  WS-TL-COUNT               PIC Z(05)9.
           05  FILLER                    PIC X(85) VALUE SPACES.
      *
       01  WS-NONE-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(50)
               VALUE 'NO DEALER HAS A ROSTER FOR NEXT WEEK'.
           05  FILLER                    PIC X(81) VALUE SPACES.
      *
       01  WS-BLANK-LINE                 PIC X(132) VALUE SPACES.
      *
      *    CURSOR - EVERY ACTIVE SALESPERSON OF A DEALER WITH A
      *    ROSTER NEXT WEEK, WITH EACH SCHEDULED DAY (DAY 1 = MON)
      *
           EXEC SQL
               DECLARE CSR_SHF_WEEK CURSOR FOR
               SELECT U.DEALER_CODE
                    , U.USER_ID
                    , SUBSTR(U.USER_NAME, 1, 24)
                    , COALESCE(DAYS(S.SHIFT_DATE)
                             - DAYS(DATE(:WS-WEEK-START)) + 1, 0)
                    , COALESCE(S.SHIFT_TYPE, ' ')
                    , COALESCE(S.START_HOUR, 0)
                    , COALESCE(S.END_HOUR, 0)
               FROM   AUTOSALE.SYSTEM_USER U
                      LEFT OUTER JOIN AUTOSALE.SALES_SHIFT S
                        ON  S.USER_ID     = U.USER_ID
                        AND S.DEALER_CODE = U.DEALER_CODE
                        AND S.SHIFT_DATE BETWEEN DATE(:WS-WEEK-START)
                                         AND DATE(:WS-WEEK-END)
               WHERE  U.USER_TYPE   = 'S'
                 AND  U.ACTIVE_FLAG = 'Y'
                 AND  U.DEALER_CODE IN
                      (SELECT R.DEALER_CODE
                       FROM   AUTOSALE.SALES_SHIFT R
                       WHERE  R.SHIFT_DATE BETWEEN DATE(:WS-WEEK-START)
                                           AND DATE(:WS-WEEK-END))
               ORDER BY 1, 2, 4
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'RPTSHF00: SALES FLOOR SHIFT ROSTER - START'
      *
           PERFORM 1000-INITIALIZE
      *
           IF WS-SQL-ERROR
               MOVE +8 TO RETURN-CODE
               GO TO 0000-WRAP-UP
           END-IF
      *
           OPEN OUTPUT REPORT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'RPTSHF00: ERROR OPENING SHFRPT - '
                       WS-FILE-STATUS
               MOVE +8 TO RETURN-CODE
               GO TO 0000-WRAP-UP
           END-IF
      *
           MOVE 'RPTSHF00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
      *
           PERFORM 6000-PAGE-HEADER
      *
           PERFORM 3000-PROCESS-ROSTER THRU 3000-EXIT
      *
           IF WS-DEALER-COUNT = +0
               WRITE REPORT-RECORD FROM WS-NONE-LINE
           END-IF
      *
           PERFORM 5000-WRITE-TOTALS
      *
           CLOSE REPORT-FILE
           MOVE 'CLOS' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
      *
           IF WS-SQL-ERROR
               MOVE +8 TO RETURN-CODE
           ELSE
               IF WS-UNCOVERED-COUNT > +0
                   MOVE +4 TO RETURN-CODE
               END-IF
           END-IF
           .
       0000-WRAP-UP.
      *
           DISPLAY 'RPTSHF00: PROCESSING COMPLETE'
           DISPLAY 'RPTSHF00:   WEEK FROM         = ' WS-WEEK-START
           DISPLAY 'RPTSHF00:   DEALERS           = ' WS-DEALER-COUNT
           DISPLAY 'RPTSHF00:   SALESPEOPLE       = ' WS-PERSON-COUNT
           DISPLAY 'RPTSHF00:   SHIFTS SCHEDULED  = ' WS-SHIFT-COUNT
           DISPLAY 'RPTSHF00:   DAYS NOT COVERED  = ' WS-UNCOVERED-COUNT
      *
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE - NEXT MONDAY TO SUNDAY, COLUMN HEADINGS  *
      ****************************************************************
       1000-INITIALIZE.
      *
           EXEC SQL
               SELECT CHAR(CURRENT DATE
                         + (8 - DAYOFWEEK_ISO(CURRENT DATE)) DAYS, ISO)
                    , CHAR(CURRENT DATE
                         + (14 - DAYOFWEEK_ISO(CURRENT DATE)) DAYS, ISO)
               INTO   :WS-WEEK-START
                    , :WS-WEEK-END
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'RPTSHF00: ERROR DERIVING NEXT WEEK - ' SQLCODE
               SET WS-SQL-ERROR TO TRUE
           END-IF
      *
           MOVE WS-WEEK-START TO WS-RH2-FROM
           MOVE WS-WEEK-END TO WS-RH2-TO
      *
           PERFORM 1100-DAY-HEADING
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 7
           .
      *
      ****************************************************************
      *    1100-DAY-HEADING - DAY NAME AND MM-DD FOR ONE COLUMN      *
      ****************************************************************
       1100-DAY-HEADING.
      *
           EXEC SQL
               SELECT CHAR(DATE(:WS-WEEK-START)
                         + (:WS-DAY-SUB - 1) DAYS, ISO)
               INTO   :WS-DAY-DATE
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC
      *
           MOVE WS-DAY-NAME(WS-DAY-SUB) TO WS-CH-DAY-NAME(WS-DAY-SUB)
           MOVE WS-DAY-DATE(6:5) TO WS-CH-DAY-DATE(WS-DAY-SUB)
           .
      *
      ****************************************************************
      *    3000-PROCESS-ROSTER - CONTROL BREAK BY DEALER AND USER    *
      ****************************************************************
       3000-PROCESS-ROSTER.
      *
           EXEC SQL
               OPEN CSR_SHF_WEEK
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'RPTSHF00: ERROR OPENING ROSTER CURSOR - '
                       SQLCODE
               SET WS-SQL-ERROR TO TRUE
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-ROSTER
      *
           PERFORM UNTIL WS-ROSTER-DONE
               EXEC SQL
                   FETCH CSR_SHF_WEEK
                   INTO  :WS-HV-DEALER
                       , :WS-HV-USER-ID
                       , :WS-HV-USER-NAME
                       , :WS-HV-DAY-NO
                       , :WS-HV-SHIFT-TYPE
                       , :WS-HV-START-HOUR
                       , :WS-HV-END-HOUR
               END-EXEC
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 3100-APPLY-ROW THRU 3100-EXIT
                   WHEN +100
                       SET WS-ROSTER-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'RPTSHF00: ROSTER FETCH ERROR - '
                               SQLCODE
                       SET WS-SQL-ERROR TO TRUE
                       SET WS-ROSTER-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL
               CLOSE CSR_SHF_WEEK
           END-EXEC
      *
           IF WS-PREV-USER-ID NOT = SPACES
               PERFORM 4000-WRITE-PERSON
               PERFORM 4100-WRITE-COVERAGE
           END-IF
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3100-APPLY-ROW - BREAK ON USER/DEALER, THEN FILL THE DAY  *
      ****************************************************************
       3100-APPLY-ROW.
      *
           IF WS-HV-USER-ID NOT = WS-PREV-USER-ID
               IF WS-PREV-USER-ID NOT = SPACES
                   PERFORM 4000-WRITE-PERSON
                   IF WS-HV-DEALER NOT = WS-PREV-DEALER
                       PERFORM 4100-WRITE-COVERAGE
                   END-IF
               END-IF
               IF WS-HV-DEALER NOT = WS-PREV-DEALER
                   ADD +1 TO WS-DEALER-COUNT
                   INITIALIZE WS-DEALER-DAYS
                   MOVE WS-HV-DEALER TO WS-PREV-DEALER
               END-IF
               ADD +1 TO WS-PERSON-COUNT
               MOVE WS-HV-USER-ID TO WS-PREV-USER-ID
               MOVE WS-HV-DEALER TO WS-PW-DEALER
               MOVE WS-HV-USER-ID TO WS-PW-USER-ID
               MOVE WS-HV-USER-NAME TO WS-PW-USER-NAME
               PERFORM 3110-CLEAR-DAY
                   VARYING WS-DAY-SUB FROM 1 BY 1
                   UNTIL WS-DAY-SUB > 7
           END-IF
      *
           IF WS-HV-DAY-NO < 1 OR WS-HV-DAY-NO > 7
               GO TO 3100-EXIT
           END-IF
      *
           EVALUATE WS-HV-SHIFT-TYPE
               WHEN 'WK'
                   ADD +1 TO WS-SHIFT-COUNT
                   ADD +1 TO WS-DD-ON-SHIFT(WS-HV-DAY-NO)
                   MOVE WS-HV-START-HOUR TO WS-ST-START
                   MOVE WS-HV-END-HOUR TO WS-ST-END
                   MOVE WS-SHIFT-TEXT TO WS-PW-DAY(WS-HV-DAY-NO)
               WHEN 'OF'
                   MOVE 'OFF' TO WS-PW-DAY(WS-HV-DAY-NO)
               WHEN 'VA'
                   MOVE 'VAC' TO WS-PW-DAY(WS-HV-DAY-NO)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           .
       3100-EXIT.
           EXIT.
      *
      ****************************************************************
      *    3110-CLEAR-DAY - NOTHING SCHEDULED UNTIL A ROW SAYS SO    *
      ****************************************************************
       3110-CLEAR-DAY.
      *
           MOVE '---' TO WS-PW-DAY(WS-DAY-SUB)
           .
      *
      ****************************************************************
      *    4000-WRITE-PERSON - ONE SALESPERSON'S WEEK                *
      ****************************************************************
       4000-WRITE-PERSON.
      *
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM 6000-PAGE-HEADER
           END-IF
      *
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-PW-DEALER    TO WS-DL-DEALER
           MOVE WS-PW-USER-ID   TO WS-DL-USER-ID
           MOVE WS-PW-USER-NAME TO WS-DL-USER-NAME
           PERFORM 4010-MOVE-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 7
      *
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           PERFORM 8900-WRITE-DATA-ROW
           ADD +1 TO WS-LINE-COUNT
           .
      *
       4010-MOVE-DAY.
      *
           MOVE WS-PW-DAY(WS-DAY-SUB) TO WS-DL-DAY(WS-DAY-SUB)
           .
      *
      ****************************************************************
      *    4100-WRITE-COVERAGE - PEOPLE ON SHIFT PER DAY FOR DEALER  *
      ****************************************************************
       4100-WRITE-COVERAGE.
      *
           PERFORM 4110-COVERAGE-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 7
      *
           WRITE REPORT-RECORD FROM WS-COVERAGE-LINE
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD +2 TO WS-LINE-COUNT
           .
      *
       4110-COVERAGE-DAY.
      *
           MOVE WS-DD-ON-SHIFT(WS-DAY-SUB) TO WS-CL-COUNT(WS-DAY-SUB)
           IF WS-DD-ON-SHIFT(WS-DAY-SUB) = +0
               MOVE ' *NONE*' TO WS-CL-FLAG(WS-DAY-SUB)
               ADD +1 TO WS-UNCOVERED-COUNT
           ELSE
               MOVE SPACES TO WS-CL-FLAG(WS-DAY-SUB)
           END-IF
           .
      *
      ****************************************************************
      *    5000-WRITE-TOTALS                                         *
      ****************************************************************
       5000-WRITE-TOTALS.
      *
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
      *
           MOVE 'DEALERS WITH A ROSTER' TO WS-TL-LABEL
           MOVE WS-DEALER-COUNT TO WS-TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
      *
           MOVE 'ACTIVE SALESPEOPLE' TO WS-TL-LABEL
           MOVE WS-PERSON-COUNT TO WS-TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
      *
           MOVE 'WORK SHIFTS SCHEDULED' TO WS-TL-LABEL
           MOVE WS-SHIFT-COUNT TO WS-TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
      *
           MOVE 'DEALER DAYS WITH NOBODY ON SHIFT' TO WS-TL-LABEL
           MOVE WS-UNCOVERED-COUNT TO WS-TL-COUNT
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
           .
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
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADERS
           MOVE +4 TO WS-LINE-COUNT
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
               DISPLAY 'RPTSHF00: DATA FILE - ' WS-DLM-RETURN-MSG
           END-IF
           .
      ****************************************************************
      * END OF RPTSHF00                                              *
      ****************************************************************
