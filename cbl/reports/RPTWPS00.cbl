       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTWPS00.
      ****************************************************************
      * PROGRAM:    RPTWPS00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     RPT - REPORTS                                    *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-14                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    WARRANTY RETAINED PARTS SCRAP LIST. LISTS EVERY  *
      *             RETENTION TAG STILL ON THE SHELF (STATUS RT)     *
      *             WHOSE OEM RETENTION PERIOD HAS EXPIRED AS OF     *
      *             THE REPORT DATE, BY DEALER AND RETENTION BIN, SO *
      *             THE PARTS DEPARTMENT CAN PULL AND SCRAP THEM.    *
      *             TAGS LISTED ARE MARKED SCRAPPED (SC) SO THEY DO  *
      *             NOT APPEAR ON THE NEXT RUN. PARTS THE OEM HAS    *
      *             ASKED BACK (RQ) ARE NEVER LISTED.                *
      *                                                              *
      * INPUT:      REPORT DATE (DEFAULT CURRENT DATE)               *
      *                                                              *
      * TABLES:     AUTOSALE.WARRANTY_PART_TAG (READ/UPDATE)         *
      *             AUTOSALE.DEALER            (READ)                *
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
       01  WS-MODULE-ID                PIC X(08) VALUE 'RPTWPS00'.
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
           05  WS-EOF-TAG              PIC X(01) VALUE 'N'.
               88  WS-TAGS-DONE                  VALUE 'Y'.
           05  WS-PREV-DEALER          PIC X(05) VALUE SPACES.
           05  WS-PREV-BIN             PIC X(08) VALUE SPACES.
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
       01  WS-HV-SCRAP-DATE            PIC X(10) VALUE SPACES.
      *
      *    REPORT HEADER LINE (132 CHARS)
      *
       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE 'AUTOSALES DEALER MANAGEMENT SYSTEM      '.
           05  FILLER                  PIC X(30)
               VALUE ' WARRANTY PARTS SCRAP LIST    '.
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
           05  FILLER                  PIC X(74) VALUE SPACES.
      *
       01  WS-COLUMN-HEADERS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'BIN       '.
           05  FILLER                  PIC X(11) VALUE '   TAG ID  '.
           05  FILLER                  PIC X(11) VALUE ' CLAIM ID  '.
           05  FILLER                  PIC X(11) VALUE 'RO NUMBER  '.
           05  FILLER                  PIC X(17) VALUE
               'PART NUMBER      '.
           05  FILLER                  PIC X(06) VALUE '  QTY '.
           05  FILLER                  PIC X(12) VALUE
               ' TAGGED     '.
           05  FILLER                  PIC X(12) VALUE
               'RETAIN UNTIL'.
           05  FILLER                  PIC X(08) VALUE
               '    DAYS'.
           05  FILLER                  PIC X(12) VALUE
               '  PULLED BY '.
           05  FILLER                  PIC X(21) VALUE SPACES.
      *
       01  WS-COLUMN-UNDERLINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE '--------  '.
           05  FILLER                  PIC X(11) VALUE '---------  '.
           05  FILLER                  PIC X(11) VALUE '---------  '.
           05  FILLER                  PIC X(11) VALUE '---------  '.
           05  FILLER                  PIC X(17) VALUE
               '---------------  '.
           05  FILLER                  PIC X(06) VALUE '----  '.
           05  FILLER                  PIC X(12) VALUE
               '----------  '.
           05  FILLER                  PIC X(12) VALUE
               '----------  '.
           05  FILLER                  PIC X(08) VALUE
               '  ----  '.
           05  FILLER                  PIC X(12) VALUE
               '__________  '.
           05  FILLER                  PIC X(21) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-BIN              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-TAG-ID           PIC 9(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-CLAIM-ID         PIC 9(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-RO-NUMBER        PIC 9(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-PART             PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-QTY              PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-TAGGED           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-RETAIN-UNTIL     PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-DAYS             PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE ALL '_'.
           05  FILLER                  PIC X(25) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'BIN                 002008A'.
           05  FILLER                  PIC X(27)
               VALUE 'TAG_ID              012009N'.
           05  FILLER                  PIC X(27)
               VALUE 'CLAIM_ID            023009N'.
           05  FILLER                  PIC X(27)
               VALUE 'RO_NUMBER           034009N'.
           05  FILLER                  PIC X(27)
               VALUE 'PART                045015A'.
           05  FILLER                  PIC X(27)
               VALUE 'QTY                 062004N'.
           05  FILLER                  PIC X(27)
               VALUE 'TAGGED              068010A'.
           05  FILLER                  PIC X(27)
               VALUE 'RETAIN_UNTIL        080010A'.
           05  FILLER                  PIC X(27)
               VALUE 'DAYS                092004N'.
      *
           COPY WSDLMOUT.
      *
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TOT-LABEL           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(16) VALUE
               'TAGS TO SCRAP:  '.
           05  WS-TOT-TAG-CT          PIC Z(5)9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE
               'PARTS (QTY): '.
           05  WS-TOT-QTY             PIC Z(6)9.
           05  FILLER                  PIC X(75) VALUE SPACES.
      *
      *    ACCUMULATOR FIELDS - PER DEALER AND GRAND
      *
       01  WS-DEALER-ACCUM.
           05  WS-DA-TAG-COUNT         PIC S9(06) COMP VALUE +0.
           05  WS-DA-QTY               PIC S9(07) COMP VALUE +0.
      *
       01  WS-GRAND-ACCUM.
           05  WS-GA-TAG-COUNT         PIC S9(06) COMP VALUE +0.
           05  WS-GA-QTY               PIC S9(07) COMP VALUE +0.
           05  WS-GA-DEALER-COUNT      PIC S9(04) COMP VALUE +0.
           05  WS-GA-SCRAPPED          PIC S9(09) COMP VALUE +0.
      *
      *    HOST VARIABLES - EXPIRED TAG CURSOR
      *
       01  WS-HV-TAG.
           05  WS-HV-TG-DEALER        PIC X(05).
           05  WS-HV-TG-DEALER-NAME   PIC X(40).
           05  WS-HV-TG-BIN           PIC X(08).
           05  WS-HV-TG-TAG-ID        PIC S9(09) COMP.
           05  WS-HV-TG-CLAIM-ID      PIC S9(09) COMP.
           05  WS-HV-TG-RO-NUMBER     PIC S9(09) COMP.
           05  WS-HV-TG-PART          PIC X(15).
           05  WS-HV-TG-QUANTITY      PIC S9(09) COMP.
           05  WS-HV-TG-TAGGED        PIC X(10).
           05  WS-HV-TG-RETAIN-UNTIL  PIC X(10).
           05  WS-HV-TG-DAYS          PIC S9(09) COMP.
      *
      *    DB2 CURSORS
      *
           EXEC SQL DECLARE CSR_WPS_TAGS CURSOR FOR
               SELECT T.DEALER_CODE
                    , COALESCE(D.DEALER_NAME, ' ')
                    , T.RETENTION_BIN
                    , T.TAG_ID
                    , T.CLAIM_ID
                    , T.RO_NUMBER
                    , T.PART_NUMBER
                    , T.QUANTITY
                    , CHAR(T.TAGGED_DATE, ISO)
                    , CHAR(T.RETAIN_UNTIL, ISO)
                    , DAYS(DATE(:WS-HV-SCRAP-DATE))
                      - DAYS(T.RETAIN_UNTIL)
               FROM   AUTOSALE.WARRANTY_PART_TAG T
               LEFT OUTER JOIN AUTOSALE.DEALER D
                 ON   D.DEALER_CODE = T.DEALER_CODE
               WHERE  T.TAG_STATUS   = 'RT'
                 AND  T.RETAIN_UNTIL < DATE(:WS-HV-SCRAP-DATE)
               ORDER BY T.DEALER_CODE
                      , T.RETENTION_BIN
                      , T.TAG_ID
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'RPTWPS00: WARRANTY PARTS SCRAP LIST - START'
      *
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPEN-FILES
      *
           IF WS-FILE-STATUS = '00'
               PERFORM 3000-PROCESS-TAGS THRU 3000-EXIT
               IF WS-GA-DEALER-COUNT > +0
                   PERFORM 6000-PRINT-DEALER-TOTAL
               END-IF
               PERFORM 7000-PRINT-GRAND-TOTALS
               PERFORM 8000-MARK-SCRAPPED
           END-IF
      *
           PERFORM 9000-CLOSE-FILES
      *
           DISPLAY 'RPTWPS00: REPORT COMPLETE - '
                   WS-GA-TAG-COUNT ' TAGS LISTED, '
                   WS-GA-SCRAPPED ' MARKED SCRAPPED'
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
           MOVE WS-REPORT-DATE TO WS-HV-SCRAP-DATE
      *
           DISPLAY 'RPTWPS00: SCRAP DATE = ' WS-HV-SCRAP-DATE
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
               DISPLAY 'RPTWPS00: ERROR OPENING REPORT FILE - '
                       WS-FILE-STATUS
           END-IF
      *
           MOVE 'RPTWPS00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
           .
      *
      ****************************************************************
      *    3000-PROCESS-TAGS - ONE LINE PER EXPIRED TAG, NEW PAGE    *
      *    FOR EACH DEALER                                           *
      ****************************************************************
       3000-PROCESS-TAGS.
      *
           EXEC SQL OPEN CSR_WPS_TAGS END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'RPTWPS00: ERROR OPENING TAG CURSOR - '
                       SQLCODE
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-TAG
      *
           PERFORM UNTIL WS-TAGS-DONE
               EXEC SQL FETCH CSR_WPS_TAGS
                   INTO :WS-HV-TG-DEALER
                      , :WS-HV-TG-DEALER-NAME
                      , :WS-HV-TG-BIN
                      , :WS-HV-TG-TAG-ID
                      , :WS-HV-TG-CLAIM-ID
                      , :WS-HV-TG-RO-NUMBER
                      , :WS-HV-TG-PART
                      , :WS-HV-TG-QUANTITY
                      , :WS-HV-TG-TAGGED
                      , :WS-HV-TG-RETAIN-UNTIL
                      , :WS-HV-TG-DAYS
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       IF WS-HV-TG-DEALER NOT = WS-PREV-DEALER
                           IF WS-GA-DEALER-COUNT > +0
                               PERFORM 6000-PRINT-DEALER-TOTAL
                           END-IF
                           ADD +1 TO WS-GA-DEALER-COUNT
                           PERFORM 4000-NEW-DEALER-PAGE
                       END-IF
                       PERFORM 5000-FORMAT-DETAIL
                   WHEN +100
                       SET WS-TAGS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'RPTWPS00: DB2 ERROR ON TAG - '
                               SQLCODE
                       SET WS-TAGS-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_WPS_TAGS END-EXEC
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-NEW-DEALER-PAGE - START NEW PAGE FOR EACH DEALER     *
      ****************************************************************
       4000-NEW-DEALER-PAGE.
      *
           MOVE WS-HV-TG-DEALER TO WS-PREV-DEALER
           MOVE SPACES TO WS-PREV-BIN
           MOVE WS-HV-TG-DEALER TO WS-DH-DEALER-CODE
           MOVE WS-HV-TG-DEALER-NAME TO WS-DH-DEALER-NAME
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
           WRITE REPORT-RECORD FROM WS-DEALER-HEADER
               AFTER ADVANCING 2
      *
           WRITE REPORT-RECORD FROM WS-COLUMN-HEADERS
               AFTER ADVANCING 2
           WRITE REPORT-RECORD FROM WS-COLUMN-UNDERLINE
               AFTER ADVANCING 1
      *
           MOVE 9 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    5000-FORMAT-DETAIL - PRINT ONE EXPIRED TAG. A BLANK LINE  *
      *    SEPARATES BINS SO EACH BIN CAN BE PULLED IN ONE PASS      *
      ****************************************************************
       5000-FORMAT-DETAIL.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 4100-PRINT-PAGE-HEADER
           END-IF
      *
           IF WS-PREV-BIN NOT = SPACES
           AND WS-HV-TG-BIN NOT = WS-PREV-BIN
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD AFTER ADVANCING 1
               ADD +1 TO WS-LINE-COUNT
           END-IF
           MOVE WS-HV-TG-BIN TO WS-PREV-BIN
      *
           MOVE WS-HV-TG-BIN          TO WS-DL-BIN
           MOVE WS-HV-TG-TAG-ID       TO WS-DL-TAG-ID
           MOVE WS-HV-TG-CLAIM-ID     TO WS-DL-CLAIM-ID
           MOVE WS-HV-TG-RO-NUMBER    TO WS-DL-RO-NUMBER
           MOVE WS-HV-TG-PART         TO WS-DL-PART
           MOVE WS-HV-TG-QUANTITY     TO WS-DL-QTY
           MOVE WS-HV-TG-TAGGED       TO WS-DL-TAGGED
           MOVE WS-HV-TG-RETAIN-UNTIL TO WS-DL-RETAIN-UNTIL
           MOVE WS-HV-TG-DAYS         TO WS-DL-DAYS
      *
           ADD +1 TO WS-DA-TAG-COUNT
           ADD +1 TO WS-GA-TAG-COUNT
           ADD WS-HV-TG-QUANTITY TO WS-DA-QTY
           ADD WS-HV-TG-QUANTITY TO WS-GA-QTY
      *
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1
           PERFORM 8900-WRITE-DATA-ROW
           ADD +1 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    6000-PRINT-DEALER-TOTAL                                   *
      ****************************************************************
       6000-PRINT-DEALER-TOTAL.
      *
           MOVE 'DEALER'          TO WS-TOT-LABEL
           MOVE WS-DA-TAG-COUNT   TO WS-TOT-TAG-CT
           MOVE WS-DA-QTY         TO WS-TOT-QTY
      *
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 2
           .
      *
      ****************************************************************
      *    7000-PRINT-GRAND-TOTALS                                   *
      ****************************************************************
       7000-PRINT-GRAND-TOTALS.
      *
           IF WS-GA-DEALER-COUNT = +0
               PERFORM 4100-PRINT-PAGE-HEADER
           END-IF
      *
           MOVE 'ALL'             TO WS-TOT-LABEL
           MOVE WS-GA-TAG-COUNT   TO WS-TOT-TAG-CT
           MOVE WS-GA-QTY         TO WS-TOT-QTY
      *
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 3
           .
      *
      ****************************************************************
      *    8000-MARK-SCRAPPED - LISTED TAGS COME OFF THE SHELF       *
      ****************************************************************
       8000-MARK-SCRAPPED.
      *
           EXEC SQL
               UPDATE AUTOSALE.WARRANTY_PART_TAG
                  SET TAG_STATUS = 'SC'
                    , UPDATED_TS = CURRENT TIMESTAMP
               WHERE  TAG_STATUS   = 'RT'
                 AND  RETAIN_UNTIL < DATE(:WS-HV-SCRAP-DATE)
           END-EXEC
      *
           IF SQLCODE NOT = +0 AND SQLCODE NOT = +100
               DISPLAY 'RPTWPS00: SCRAP UPDATE FAILED - '
                       SQLCODE
               EXEC SQL ROLLBACK END-EXEC
           ELSE
               MOVE SQLERRD(3) TO WS-GA-SCRAPPED
               EXEC SQL COMMIT END-EXEC
           END-IF
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
               DISPLAY 'RPTWPS00: DATA FILE - ' WS-DLM-RETURN-MSG
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
               DISPLAY 'RPTWPS00: ERROR CLOSING REPORT FILE - '
                       WS-FILE-STATUS
           END-IF
           .
      ****************************************************************
      * END OF RPTWPS00                                              *
      ****************************************************************
