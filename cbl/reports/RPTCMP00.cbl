       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTCMP00.
      ****************************************************************
      * PROGRAM:    RPTCMP00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     RPT - REPORTING                                  *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    QUARTERLY CONSUMER COMPLAINT SUMMARY FOR THE     *
      *             COMPLIANCE COMMITTEE. FOR THE LAST COMPLETED     *
      *             CALENDAR QUARTER, BY DEALER AND CATEGORY:        *
      *             COMPLAINTS RECEIVED, HOW MANY CAME FROM THE OEM  *
      *             OR THE ATTORNEY GENERAL, RESOLVED, RESOLVED      *
      *             AFTER THE RESPONSE DUE DATE, STILL OPEN AT       *
      *             QUARTER END, AVERAGE DAYS TO RESOLVE AND         *
      *             GOODWILL PAID. DEALER AND GRAND TOTALS.          *
      *             COMPLAINTS ARE RECORDED IN CUSCMP00.             *
      *                                                              *
      * TABLES:     AUTOSALE.CUSTOMER_COMPLAINT (READ)               *
      *                                                              *
      * OUTPUT:     CMPRPT DD - COMPLAINT SUMMARY (132 CHARS)        *
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
               ASSIGN TO CMPRPT
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
       01  WS-MODULE-ID                  PIC X(08) VALUE 'RPTCMP00'.
      *
       01  WS-FILE-STATUS                PIC X(02) VALUE SPACES.
      *
           EXEC SQL INCLUDE SQLCA END-EXEC.
      *
       01  WS-REPORT-CONTROLS.
           05  WS-PAGE-COUNT             PIC S9(04) COMP VALUE +0.
           05  WS-LINE-COUNT             PIC S9(04) COMP VALUE +0.
           05  WS-LINES-PER-PAGE         PIC S9(04) COMP VALUE +56.
           05  WS-DETAIL-COUNT           PIC S9(06) COMP VALUE +0.
           05  WS-DEALER-COUNT           PIC S9(06) COMP VALUE +0.
           05  WS-PREV-DEALER            PIC X(05) VALUE SPACES.
           05  WS-EOF-CMP                PIC X(01) VALUE 'N'.
               88  WS-CMP-DONE                     VALUE 'Y'.
      *
      *    REPORT QUARTER
      *
       01  WS-PARM-AREA.
           05  WS-QTR-START-DATE         PIC X(10) VALUE SPACES.
           05  WS-QTR-END-DATE           PIC X(10) VALUE SPACES.
           05  WS-QTR-START-YYYY         PIC 9(04) VALUE ZEROS.
           05  WS-QTR-START-MM           PIC 9(02) VALUE ZEROS.
           05  WS-QTR-INDEX              PIC 9(01) VALUE ZEROS.
           05  WS-QTR-NUMBER             PIC 9(01) VALUE ZEROS.
      *
       01  WS-CURRENT-DATE-DATA.
           05  WS-CURR-YYYY              PIC 9(04).
           05  WS-CURR-MM                PIC 9(02).
           05  WS-CURR-DD                PIC 9(02).
           05  FILLER                    PIC X(13).
      *
       01  WS-HV-COMPLAINT.
           05  WS-HV-DEALER-CODE         PIC X(05).
           05  WS-HV-CATEGORY            PIC X(02).
      *
      *    ONE SET OF COUNTS - THE FETCHED ROW, THE DEALER TOTAL AND
      *    THE GRAND TOTAL SHARE THIS LAYOUT
      *
       01  WS-ROW-COUNTS.
           05  WS-RC-RECEIVED            PIC S9(07) COMP-3.
           05  WS-RC-REGULATOR           PIC S9(07) COMP-3.
           05  WS-RC-RESOLVED            PIC S9(07) COMP-3.
           05  WS-RC-LATE                PIC S9(07) COMP-3.
           05  WS-RC-OPEN                PIC S9(07) COMP-3.
           05  WS-RC-DAYS                PIC S9(09) COMP-3.
           05  WS-RC-GOODWILL            PIC S9(09)V99 COMP-3.
      *
       01  WS-DEALER-COUNTS.
           05  WS-DC-RECEIVED            PIC S9(07) COMP-3.
           05  WS-DC-REGULATOR           PIC S9(07) COMP-3.
           05  WS-DC-RESOLVED            PIC S9(07) COMP-3.
           05  WS-DC-LATE                PIC S9(07) COMP-3.
           05  WS-DC-OPEN                PIC S9(07) COMP-3.
           05  WS-DC-DAYS                PIC S9(09) COMP-3.
           05  WS-DC-GOODWILL            PIC S9(09)V99 COMP-3.
      *
       01  WS-GRAND-COUNTS.
           05  WS-GC-RECEIVED            PIC S9(07) COMP-3.
           05  WS-GC-REGULATOR           PIC S9(07) COMP-3.
           05  WS-GC-RESOLVED            PIC S9(07) COMP-3.
           05  WS-GC-LATE                PIC S9(07) COMP-3.
           05  WS-GC-OPEN                PIC S9(07) COMP-3.
           05  WS-GC-DAYS                PIC S9(09) COMP-3.
           05  WS-GC-GOODWILL            PIC S9(09)V99 COMP-3.
      *
       01  WS-AVG-DAYS                   PIC S9(05)V9 COMP-3
                                                   VALUE +0.
      *
       01  WS-REPORT-HEADER-1.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(40)
               VALUE 'AUTOSALES DEALER MANAGEMENT SYSTEM      '.
           05  FILLER                    PIC X(36)
               VALUE 'QUARTERLY CONSUMER COMPLAINT SUMMARY'.
           05  FILLER                    PIC X(06) VALUE 'PAGE: '.
           05  WS-RH1-PAGE               PIC Z(4)9.
           05  FILLER                    PIC X(44) VALUE SPACES.
      *
       01  WS-REPORT-HEADER-2.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(08) VALUE 'QUARTER '.
           05  WS-RH2-YYYY               PIC 9(04).
           05  FILLER                    PIC X(02) VALUE '-Q'.
           05  WS-RH2-QTR                PIC 9(01).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-RH2-START              PIC X(10).
           05  FILLER                    PIC X(04) VALUE ' TO '.
           05  WS-RH2-END                PIC X(10).
           05  FILLER                    PIC X(90) VALUE SPACES.
      *
       01  WS-REPORT-HEADER-3.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(131) VALUE ALL '-'.
      *
       01  WS-COLUMN-HEADERS.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  FILLER                    PIC X(07) VALUE 'DEALER '.
           05  FILLER                    PIC X(16)
               VALUE 'CATEGORY        '.
           05  FILLER                    PIC X(08) VALUE 'RECEIVED'.
           05  FILLER                    PIC X(08) VALUE '  OEM/AG'.
           05  FILLER                    PIC X(08) VALUE 'RESOLVED'.
           05  FILLER                    PIC X(08) VALUE '    LATE'.
           05  FILLER                    PIC X(08) VALUE '    OPEN'.
           05  FILLER                    PIC X(09) VALUE ' AVG DAYS'.
           05  FILLER                    PIC X(15)
               VALUE '       GOODWILL'.
           05  FILLER                    PIC X(44) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  WS-DL-DEALER              PIC X(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-CATEGORY            PIC X(16).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-RECEIVED            PIC Z(05)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-REGULATOR           PIC Z(05)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-RESOLVED            PIC Z(05)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-LATE                PIC Z(05)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-OPEN                PIC Z(05)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-AVG-DAYS            PIC Z(04)9.9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  WS-DL-GOODWILL            PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(44) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'CATEGORY            009016A'.
           05  FILLER                  PIC X(27)
               VALUE 'RECEIVED            027006N'.
           05  FILLER                  PIC X(27)
               VALUE 'REGULATOR           035006N'.
           05  FILLER                  PIC X(27)
               VALUE 'RESOLVED            043006N'.
           05  FILLER                  PIC X(27)
               VALUE 'LATE                051006N'.
           05  FILLER                  PIC X(27)
               VALUE 'OPEN                059006N'.
           05  FILLER                  PIC X(27)
               VALUE 'AVG_DAYS            067007N'.
           05  FILLER                  PIC X(27)
               VALUE 'GOODWILL            076013N'.
      *
           COPY WSDLMOUT.
      *
       01  WS-BLANK-LINE                 PIC X(132) VALUE SPACES.
      *
      *    CURSOR - EVERY COMPLAINT THAT WAS OPEN AT ANY POINT IN THE
      *    QUARTER, SUMMED BY DEALER AND CATEGORY
      *
           EXEC SQL
               DECLARE CSR_CMP_SUMMARY CURSOR FOR
               SELECT C.DEALER_CODE
                    , C.CATEGORY
                    , SUM(CASE WHEN C.RECEIVED_DATE
                               BETWEEN :WS-QTR-START-DATE
                                   AND :WS-QTR-END-DATE
                          THEN 1 ELSE 0 END)
                    , SUM(CASE WHEN C.RECEIVED_DATE
                               BETWEEN :WS-QTR-START-DATE
                                   AND :WS-QTR-END-DATE
                           AND C.COMPLAINT_SOURCE IN ('O', 'A')
                          THEN 1 ELSE 0 END)
                    , SUM(CASE WHEN C.RESOLVED_DATE
                               BETWEEN :WS-QTR-START-DATE
                                   AND :WS-QTR-END-DATE
                          THEN 1 ELSE 0 END)
                    , SUM(CASE WHEN C.RESOLVED_DATE
                               BETWEEN :WS-QTR-START-DATE
                                   AND :WS-QTR-END-DATE
                           AND C.RESOLVED_DATE > C.RESPONSE_DUE
                          THEN 1 ELSE 0 END)
                    , SUM(CASE WHEN C.RESOLVED_DATE IS NULL
                            OR C.RESOLVED_DATE > :WS-QTR-END-DATE
                          THEN 1 ELSE 0 END)
                    , SUM(CASE WHEN C.RESOLVED_DATE
                               BETWEEN :WS-QTR-START-DATE
                                   AND :WS-QTR-END-DATE
                          THEN DAYS(C.RESOLVED_DATE)
                             - DAYS(C.RECEIVED_DATE)
                          ELSE 0 END)
                    , SUM(CASE WHEN C.RESOLVED_DATE
                               BETWEEN :WS-QTR-START-DATE
                                   AND :WS-QTR-END-DATE
                          THEN C.GOODWILL_AMT ELSE 0 END)
               FROM   AUTOSALE.CUSTOMER_COMPLAINT C
               WHERE  C.RECEIVED_DATE <= :WS-QTR-END-DATE
                 AND  ( C.RESOLVED_DATE IS NULL
                   OR   C.RESOLVED_DATE >= :WS-QTR-START-DATE )
               GROUP BY C.DEALER_CODE
                      , C.CATEGORY
               ORDER BY C.DEALER_CODE
                      , C.CATEGORY
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'RPTCMP00: QUARTERLY COMPLAINT SUMMARY - START'
      *
           PERFORM 1000-INITIALIZE
      *
           OPEN OUTPUT REPORT-FILE
           IF WS-FILE-STATUS NOT = '00'
               DISPLAY 'RPTCMP00: ERROR OPENING CMPRPT - '
                       WS-FILE-STATUS
               GO TO 0000-WRAP-UP
           END-IF
      *
           MOVE 'RPTCMP00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
      *
           PERFORM 6000-PAGE-HEADER
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADERS
           ADD +1 TO WS-LINE-COUNT
      *
           PERFORM 3000-PROCESS-COMPLAINTS THRU 3000-EXIT
      *
           IF WS-PREV-DEALER NOT = SPACES
               PERFORM 5000-DEALER-TOTAL
           END-IF
      *
           MOVE WS-GRAND-COUNTS TO WS-ROW-COUNTS
           MOVE SPACES TO WS-DL-DEALER
           MOVE 'ALL DEALERS' TO WS-DL-CATEGORY
           PERFORM 4500-FORMAT-LINE
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
      *
           CLOSE REPORT-FILE
           MOVE 'CLOS' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
           .
       0000-WRAP-UP.
      *
           DISPLAY 'RPTCMP00: PROCESSING COMPLETE'
           DISPLAY 'RPTCMP00:   DEALERS     = ' WS-DEALER-COUNT
           DISPLAY 'RPTCMP00:   LINES       = ' WS-DETAIL-COUNT
      *
           STOP RUN.
      *
      ****************************************************************
      *    1000-INITIALIZE - REPORT THE LAST COMPLETED QUARTER       *
      ****************************************************************
       1000-INITIALIZE.
      *
           INITIALIZE WS-DEALER-COUNTS
           INITIALIZE WS-GRAND-COUNTS
      *
           MOVE FUNCTION CURRENT-DATE(1:8)
               TO WS-CURRENT-DATE-DATA
      *
      *    QUARTER CONTAINING THE RUN DATE IS 1-4; STEP BACK ONE
      *
           COMPUTE WS-QTR-INDEX = (WS-CURR-MM - 1) / 3
           MOVE WS-CURR-YYYY TO WS-QTR-START-YYYY
           IF WS-QTR-INDEX = 0
               SUBTRACT 1 FROM WS-QTR-START-YYYY
               MOVE 4 TO WS-QTR-NUMBER
           ELSE
               MOVE WS-QTR-INDEX TO WS-QTR-NUMBER
           END-IF
           COMPUTE WS-QTR-START-MM = (WS-QTR-NUMBER - 1) * 3 + 1
      *
           STRING WS-QTR-START-YYYY '-'
                  WS-QTR-START-MM   '-01'
                  DELIMITED BY SIZE
                  INTO WS-QTR-START-DATE
      *
           EXEC SQL
               SELECT CHAR(DATE(:WS-QTR-START-DATE) + 3 MONTHS
                           - 1 DAY, ISO)
               INTO   :WS-QTR-END-DATE
               FROM   SYSIBM.SYSDUMMY1
           END-EXEC
      *
           DISPLAY 'RPTCMP00: QUARTER = ' WS-QTR-START-DATE
                   ' TO ' WS-QTR-END-DATE
      *
           MOVE WS-QTR-START-YYYY TO WS-RH2-YYYY
           MOVE WS-QTR-NUMBER     TO WS-RH2-QTR
           MOVE WS-QTR-START-DATE TO WS-RH2-START
           MOVE WS-QTR-END-DATE   TO WS-RH2-END
           .
      *
      ****************************************************************
      *    3000-PROCESS-COMPLAINTS                                   *
      ****************************************************************
       3000-PROCESS-COMPLAINTS.
      *
           EXEC SQL
               OPEN CSR_CMP_SUMMARY
           END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'RPTCMP00: ERROR OPENING CURSOR - '
                       SQLCODE
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-CMP
      *
           PERFORM UNTIL WS-CMP-DONE
               EXEC SQL
                   FETCH CSR_CMP_SUMMARY
                   INTO  :WS-HV-DEALER-CODE
                       , :WS-HV-CATEGORY
                       , :WS-RC-RECEIVED
                       , :WS-RC-REGULATOR
                       , :WS-RC-RESOLVED
                       , :WS-RC-LATE
                       , :WS-RC-OPEN
                       , :WS-RC-DAYS
                       , :WS-RC-GOODWILL
               END-EXEC
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 4000-WRITE-DETAIL
                   WHEN +100
                       SET WS-CMP-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'RPTCMP00: FETCH ERROR - '
                               SQLCODE
                       SET WS-CMP-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL
               CLOSE CSR_CMP_SUMMARY
           END-EXEC
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-WRITE-DETAIL - ONE DEALER/CATEGORY LINE              *
      ****************************************************************
       4000-WRITE-DETAIL.
      *
           IF WS-HV-DEALER-CODE NOT = WS-PREV-DEALER
               IF WS-PREV-DEALER NOT = SPACES
                   PERFORM 5000-DEALER-TOTAL
               END-IF
               MOVE WS-HV-DEALER-CODE TO WS-PREV-DEALER
               ADD +1 TO WS-DEALER-COUNT
           END-IF
      *
           ADD WS-RC-RECEIVED  TO WS-DC-RECEIVED  WS-GC-RECEIVED
           ADD WS-RC-REGULATOR TO WS-DC-REGULATOR WS-GC-REGULATOR
           ADD WS-RC-RESOLVED  TO WS-DC-RESOLVED  WS-GC-RESOLVED
           ADD WS-RC-LATE      TO WS-DC-LATE      WS-GC-LATE
           ADD WS-RC-OPEN      TO WS-DC-OPEN      WS-GC-OPEN
           ADD WS-RC-DAYS      TO WS-DC-DAYS      WS-GC-DAYS
           ADD WS-RC-GOODWILL  TO WS-DC-GOODWILL  WS-GC-GOODWILL
      *
           MOVE WS-HV-DEALER-CODE TO WS-DL-DEALER
           EVALUATE WS-HV-CATEGORY
               WHEN 'SP'
                   MOVE 'SALES PRACTICE'  TO WS-DL-CATEGORY
               WHEN 'FI'
                   MOVE 'F&I'             TO WS-DL-CATEGORY
               WHEN 'SV'
                   MOVE 'SERVICE'         TO WS-DL-CATEGORY
               WHEN 'PR'
                   MOVE 'PRIVACY'         TO WS-DL-CATEGORY
               WHEN 'TD'
                   MOVE 'TITLE DELAY'     TO WS-DL-CATEGORY
               WHEN OTHER
                   MOVE WS-HV-CATEGORY    TO WS-DL-CATEGORY
           END-EVALUATE
      *
           PERFORM 4500-FORMAT-LINE
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           PERFORM 8900-WRITE-DATA-ROW
           ADD +1 TO WS-LINE-COUNT
           ADD +1 TO WS-DETAIL-COUNT
      *
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               PERFORM 6000-PAGE-HEADER
               WRITE REPORT-RECORD FROM WS-COLUMN-HEADERS
               ADD +1 TO WS-LINE-COUNT
           END-IF
           .
      *
      ****************************************************************
      *    4500-FORMAT-LINE - EDIT WS-ROW-COUNTS INTO THE PRINT LINE *
      ****************************************************************
       4500-FORMAT-LINE.
      *
           MOVE WS-RC-RECEIVED  TO WS-DL-RECEIVED
           MOVE WS-RC-REGULATOR TO WS-DL-REGULATOR
           MOVE WS-RC-RESOLVED  TO WS-DL-RESOLVED
           MOVE WS-RC-LATE      TO WS-DL-LATE
           MOVE WS-RC-OPEN      TO WS-DL-OPEN
           MOVE WS-RC-GOODWILL  TO WS-DL-GOODWILL
      *
           IF WS-RC-RESOLVED > +0
               COMPUTE WS-AVG-DAYS ROUNDED =
                   WS-RC-DAYS / WS-RC-RESOLVED
           ELSE
               MOVE +0 TO WS-AVG-DAYS
           END-IF
           MOVE WS-AVG-DAYS TO WS-DL-AVG-DAYS
           .
      *
      ****************************************************************
      *    5000-DEALER-TOTAL - SUBTOTAL AT CHANGE OF DEALER          *
      ****************************************************************
       5000-DEALER-TOTAL.
      *
           MOVE WS-DEALER-COUNTS TO WS-ROW-COUNTS
           MOVE WS-PREV-DEALER TO WS-DL-DEALER
           MOVE 'DEALER TOTAL' TO WS-DL-CATEGORY
           PERFORM 4500-FORMAT-LINE
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
           MOVE WS-BLANK-LINE TO REPORT-RECORD
           WRITE REPORT-RECORD
           ADD +2 TO WS-LINE-COUNT
      *
           INITIALIZE WS-DEALER-COUNTS
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
               DISPLAY 'RPTCMP00: DATA FILE - ' WS-DLM-RETURN-MSG
           END-IF
           .
      ****************************************************************
      * END OF RPTCMP00                                              *
      ****************************************************************
