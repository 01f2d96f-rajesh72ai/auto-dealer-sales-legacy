       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTPCV00.
      ****************************************************************
      * PROGRAM:    RPTPCV00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     RPT - REPORTS                                    *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    PARTS PHYSICAL INVENTORY VARIANCE REPORT. FOR    *
      *             EACH PARTS COUNT BATCH (SVCPCC00) LISTS EVERY    *
      *             LINE WHOSE COUNTED QUANTITY DIFFERS FROM THE     *
      *             SYSTEM QUANTITY FROZEN AT BATCH CREATION, VALUED *
      *             AT THE LINE UNIT COST, AND FLAGS LINES NOT YET   *
      *             COUNTED. BATCH AND RUN TOTALS SHOW THE OVERAGE,  *
      *             SHORTAGE AND NET VARIANCE DOLLARS. RUN BEFORE    *
      *             ACCEPTING A COUNT TO REVIEW RECOUNTS, AND AFTER  *
      *             TO DOCUMENT THE ADJUSTMENTS POSTED.              *
      *                                                              *
      * INPUT:      COUNT BATCH ID (DEFAULT ALL OPEN BATCHES AND     *
      *             BATCHES ACCEPTED TODAY)                          *
      *                                                              *
      * TABLES:     AUTOSALE.PARTS_COUNT_BATCH    (READ)             *
      *             AUTOSALE.PARTS_COUNT_LINE     (READ)             *
      *             AUTOSALE.PARTS_MASTER         (READ)             *
      *             AUTOSALE.DEALER               (READ)             *
      *                                                              *
      * OUTPUT:     SYSPRINT DD - VARIANCE REPORT (132 CHARS)        *
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
       01  WS-MODULE-ID                PIC X(08) VALUE 'RPTPCV00'.
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
           05  WS-EOF-BATCH            PIC X(01) VALUE 'N'.
               88  WS-BATCHES-DONE               VALUE 'Y'.
           05  WS-EOF-LINE             PIC X(01) VALUE 'N'.
               88  WS-LINES-DONE                 VALUE 'Y'.
      *
      *    INPUT PARAMETER
      *
       01  WS-PARM-AREA.
           05  WS-PARM-BATCH-ID        PIC 9(09) VALUE ZEROS.
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
       01  WS-HV-PARM-BATCH            PIC S9(09) COMP VALUE +0.
       01  WS-HV-RUN-DATE              PIC X(10) VALUE SPACES.
      *
      *    REPORT HEADER LINE (132 CHARS)
      *
       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE 'AUTOSALES DEALER MANAGEMENT SYSTEM      '.
           05  FILLER                  PIC X(30)
               VALUE '  PARTS COUNT VARIANCE REPORT '.
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
       01  WS-BATCH-HEADER-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE 'COUNT BATCH: '.
           05  WS-BH1-BATCH           PIC 9(09).
           05  FILLER                  PIC X(09) VALUE '   TYPE: '.
           05  WS-BH1-TYPE            PIC X(16).
           05  FILLER                  PIC X(14) VALUE '   ABC CLASS: '.
           05  WS-BH1-ABC             PIC X(01).
           05  FILLER                  PIC X(11) VALUE '   STATUS: '.
           05  WS-BH1-STATUS          PIC X(10).
           05  FILLER                  PIC X(48) VALUE SPACES.
      *
       01  WS-BATCH-HEADER-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE 'CREATED:     '.
           05  WS-BH2-CREATED         PIC X(10).
           05  FILLER                  PIC X(06) VALUE '  BY: '.
           05  WS-BH2-CREATED-BY      PIC X(08).
           05  FILLER                  PIC X(13) VALUE '   ACCEPTED: '.
           05  WS-BH2-ACCEPTED        PIC X(10).
           05  FILLER                  PIC X(06) VALUE '  BY: '.
           05  WS-BH2-ACCEPTED-BY     PIC X(08).
           05  FILLER                  PIC X(57) VALUE SPACES.
      *
       01  WS-COLUMN-HEADERS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'BIN       '.
           05  FILLER                  PIC X(17) VALUE
               'PART NUMBER      '.
           05  FILLER                  PIC X(32) VALUE
               'DESCRIPTION                     '.
           05  FILLER                  PIC X(10) VALUE
               '    SYSTEM'.
           05  FILLER                  PIC X(10) VALUE
               '   COUNTED'.
           05  FILLER                  PIC X(10) VALUE
               '  VARIANCE'.
           05  FILLER                  PIC X(12) VALUE
               '   UNIT COST'.
           05  FILLER                  PIC X(15) VALUE
               '   VARIANCE AMT'.
           05  FILLER                  PIC X(15) VALUE
               '  NOTE         '.
      *
       01  WS-COLUMN-UNDERLINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE '--------  '.
           05  FILLER                  PIC X(17) VALUE
               '---------------  '.
           05  FILLER                  PIC X(32) VALUE
               '------------------------------  '.
           05  FILLER                  PIC X(10) VALUE
               '  --------'.
           05  FILLER                  PIC X(10) VALUE
               '  --------'.
           05  FILLER                  PIC X(10) VALUE
               '  --------'.
           05  FILLER                  PIC X(12) VALUE
               '  ----------'.
           05  FILLER                  PIC X(15) VALUE
               '  -------------'.
           05  FILLER                  PIC X(15) VALUE
               '  -----------  '.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-BIN              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-PART             PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-DESC             PIC X(30).
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  WS-DL-SYSTEM-QTY       PIC Z(6)9-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-COUNT-QTY        PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-VAR-QTY          PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-UNIT-COST        PIC Z(6)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-VAR-AMT          PIC X(13).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-NOTE             PIC X(11).
           05  FILLER                  PIC X(02) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'BIN                 002008A'.
           05  FILLER                  PIC X(27)
               VALUE 'PART                012015A'.
           05  FILLER                  PIC X(27)
               VALUE 'DESC                029030A'.
           05  FILLER                  PIC X(27)
               VALUE 'SYSTEM_QTY          063008N'.
           05  FILLER                  PIC X(27)
               VALUE 'COUNT_QTY           073008A'.
           05  FILLER                  PIC X(27)
               VALUE 'VAR_QTY             083008A'.
           05  FILLER                  PIC X(27)
               VALUE 'UNIT_COST           093010N'.
           05  FILLER                  PIC X(27)
               VALUE 'VAR_AMT             105013A'.
           05  FILLER                  PIC X(27)
               VALUE 'NOTE                120011A'.
      *
           COPY WSDLMOUT.
      *
      *    EDITED WORK FIELDS FOR THE ALPHANUMERIC DETAIL COLUMNS
      *
       01  WS-EDIT-FIELDS.
           05  WS-ED-QTY               PIC Z(6)9-.
           05  WS-ED-AMT               PIC Z(8)9.99-.
      *
       01  WS-BATCH-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'LINES:  '.
           05  WS-BT-LINES            PIC Z(5)9.
           05  FILLER                  PIC X(12) VALUE '  COUNTED:  '.
           05  WS-BT-COUNTED          PIC Z(5)9.
           05  FILLER                  PIC X(09) VALUE '  OVER:  '.
           05  WS-BT-OVER-AMT         PIC Z(8)9.99.
           05  FILLER                  PIC X(10) VALUE '  SHORT:  '.
           05  WS-BT-SHORT-AMT        PIC Z(8)9.99.
           05  FILLER                  PIC X(08) VALUE '  NET:  '.
           05  WS-BT-NET-AMT          PIC Z(8)9.99-.
           05  FILLER                  PIC X(25) VALUE SPACES.
      *
       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'RUN TOTAL '.
           05  FILLER                  PIC X(08) VALUE 'LINES:  '.
           05  WS-GT-LINES            PIC Z(5)9.
           05  FILLER                  PIC X(12) VALUE '  COUNTED:  '.
           05  WS-GT-COUNTED          PIC Z(5)9.
           05  FILLER                  PIC X(09) VALUE '  OVER:  '.
           05  WS-GT-OVER-AMT         PIC Z(8)9.99.
           05  FILLER                  PIC X(10) VALUE '  SHORT:  '.
           05  WS-GT-SHORT-AMT        PIC Z(8)9.99.
           05  FILLER                  PIC X(08) VALUE '  NET:  '.
           05  WS-GT-NET-AMT          PIC Z(8)9.99-.
           05  FILLER                  PIC X(25) VALUE SPACES.
      *
      *    BATCH AND GRAND ACCUMULATORS
      *
       01  WS-BATCH-ACCUM.
           05  WS-BA-LINES             PIC S9(07) COMP-3 VALUE +0.
           05  WS-BA-COUNTED           PIC S9(07) COMP-3 VALUE +0.
           05  WS-BA-OVER-AMT          PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-BA-SHORT-AMT         PIC S9(09)V99 COMP-3 VALUE +0.
      *
       01  WS-GRAND-ACCUM.
           05  WS-GA-BATCH-COUNT       PIC S9(06) COMP VALUE +0.
           05  WS-GA-LINES             PIC S9(07) COMP-3 VALUE +0.
           05  WS-GA-COUNTED           PIC S9(07) COMP-3 VALUE +0.
           05  WS-GA-OVER-AMT          PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-GA-SHORT-AMT         PIC S9(09)V99 COMP-3 VALUE +0.
      *
       01  WS-NET-AMT                  PIC S9(09)V99 COMP-3 VALUE +0.
      *
      *    HOST VARIABLES - BATCH CURSOR
      *
       01  WS-HV-BATCH.
           05  WS-HV-BT-BATCH-ID      PIC S9(09) COMP.
           05  WS-HV-BT-DEALER        PIC X(05).
           05  WS-HV-BT-DEALER-NAME   PIC X(40).
           05  WS-HV-BT-COUNT-TYPE    PIC X(02).
           05  WS-HV-BT-ABC-CLASS     PIC X(01).
           05  WS-HV-BT-STATUS        PIC X(02).
           05  WS-HV-BT-LINE-COUNT    PIC S9(09) COMP.
           05  WS-HV-BT-COUNTED       PIC S9(09) COMP.
           05  WS-HV-BT-CREATED-BY    PIC X(08).
           05  WS-HV-BT-CREATED-DATE  PIC X(10).
           05  WS-HV-BT-ACCEPTED-BY   PIC X(08).
           05  WS-HV-BT-ACCEPTED-DATE PIC X(10).
      *
      *    HOST VARIABLES - LINE CURSOR
      *
       01  WS-HV-LINE.
           05  WS-HV-LN-BIN           PIC X(08).
           05  WS-HV-LN-PART          PIC X(15).
           05  WS-HV-LN-DESC          PIC X(30).
           05  WS-HV-LN-SYSTEM-QTY    PIC S9(09) COMP.
           05  WS-HV-LN-COUNTED       PIC X(01).
           05  WS-HV-LN-COUNT-QTY     PIC S9(09) COMP.
           05  WS-HV-LN-VAR-QTY       PIC S9(09) COMP.
           05  WS-HV-LN-UNIT-COST     PIC S9(07)V99 COMP-3.
           05  WS-HV-LN-VAR-AMT       PIC S9(09)V99 COMP-3.
      *
      *    DB2 CURSORS
      *
           EXEC SQL DECLARE CSR_PCV_BATCH CURSOR FOR
               SELECT B.COUNT_BATCH_ID
                    , B.DEALER_CODE
                    , D.DEALER_NAME
                    , B.COUNT_TYPE
                    , COALESCE(B.ABC_CLASS, ' ')
                    , B.BATCH_STATUS
                    , B.LINE_COUNT
                    , ( SELECT COUNT(L.COUNTED_QTY)
                        FROM   AUTOSALE.PARTS_COUNT_LINE L
                        WHERE  L.COUNT_BATCH_ID = B.COUNT_BATCH_ID )
                    , B.CREATED_BY
                    , CHAR(DATE(B.CREATED_TS), ISO)
                    , COALESCE(B.ACCEPTED_BY, ' ')
                    , COALESCE(CHAR(DATE(B.ACCEPTED_TS), ISO), ' ')
               FROM   AUTOSALE.PARTS_COUNT_BATCH B
               INNER JOIN AUTOSALE.DEALER D
                 ON   D.DEALER_CODE = B.DEALER_CODE
               WHERE  (B.COUNT_BATCH_ID = :WS-HV-PARM-BATCH
                  OR  (:WS-HV-PARM-BATCH = 0
                 AND   (B.BATCH_STATUS = 'OP'
                    OR  (B.BATCH_STATUS = 'AC'
                   AND   DATE(B.ACCEPTED_TS) = :WS-HV-RUN-DATE))))
               ORDER BY B.DEALER_CODE
                      , B.COUNT_BATCH_ID
           END-EXEC
      *
           EXEC SQL DECLARE CSR_PCV_LINES CURSOR FOR
               SELECT COALESCE(L.BIN_LOCATION, ' ')
                    , L.PART_NUMBER
                    , COALESCE(SUBSTR(PM.PART_DESC, 1, 30), ' ')
                    , L.SYSTEM_QTY
                    , CASE WHEN L.COUNTED_QTY IS NULL
                           THEN 'N' ELSE 'Y' END
                    , COALESCE(L.COUNTED_QTY, 0)
                    , COALESCE(L.COUNTED_QTY - L.SYSTEM_QTY, 0)
                    , L.UNIT_COST
                    , COALESCE((L.COUNTED_QTY - L.SYSTEM_QTY)
                               * L.UNIT_COST, 0)
               FROM   AUTOSALE.PARTS_COUNT_LINE L
               LEFT OUTER JOIN AUTOSALE.PARTS_MASTER PM
                 ON   PM.PART_NUMBER = L.PART_NUMBER
                AND   PM.DEALER_CODE = :WS-HV-BT-DEALER
               WHERE  L.COUNT_BATCH_ID = :WS-HV-BT-BATCH-ID
                 AND  (L.COUNTED_QTY IS NULL
                  OR   L.COUNTED_QTY <> L.SYSTEM_QTY)
               ORDER BY 1
                      , L.PART_NUMBER
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'RPTPCV00: PARTS COUNT VARIANCE REPORT - START'
      *
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPEN-FILES
      *
           IF WS-FILE-STATUS = '00'
               PERFORM 3000-PROCESS-BATCHES THRU 3000-EXIT
               PERFORM 7000-PRINT-RUN-SUMMARY
           END-IF
      *
           PERFORM 9000-CLOSE-FILES
      *
           DISPLAY 'RPTPCV00: REPORT COMPLETE - '
                   WS-GA-BATCH-COUNT ' BATCHES REPORTED'
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
                  INTO WS-REPORT-DATE
      *
           MOVE WS-REPORT-DATE TO WS-HV-RUN-DATE
           MOVE WS-PARM-BATCH-ID TO WS-HV-PARM-BATCH
      *
           IF WS-HV-PARM-BATCH = +0
               DISPLAY 'RPTPCV00: OPEN BATCHES AND BATCHES ACCEPTED '
                       WS-HV-RUN-DATE
           ELSE
               DISPLAY 'RPTPCV00: COUNT BATCH = ' WS-PARM-BATCH-ID
           END-IF
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
               DISPLAY 'RPTPCV00: ERROR OPENING REPORT FILE - '
                       WS-FILE-STATUS
           END-IF
      *
           MOVE 'RPTPCV00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
           .
      *
      ****************************************************************
      *    3000-PROCESS-BATCHES - ONE SECTION PER COUNT BATCH        *
      ****************************************************************
       3000-PROCESS-BATCHES.
      *
           EXEC SQL OPEN CSR_PCV_BATCH END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'RPTPCV00: ERROR OPENING BATCH CURSOR - '
                       SQLCODE
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-BATCH
      *
           PERFORM UNTIL WS-BATCHES-DONE
               EXEC SQL FETCH CSR_PCV_BATCH
                   INTO :WS-HV-BT-BATCH-ID
                      , :WS-HV-BT-DEALER
                      , :WS-HV-BT-DEALER-NAME
                      , :WS-HV-BT-COUNT-TYPE
                      , :WS-HV-BT-ABC-CLASS
                      , :WS-HV-BT-STATUS
                      , :WS-HV-BT-LINE-COUNT
                      , :WS-HV-BT-COUNTED
                      , :WS-HV-BT-CREATED-BY
                      , :WS-HV-BT-CREATED-DATE
                      , :WS-HV-BT-ACCEPTED-BY
                      , :WS-HV-BT-ACCEPTED-DATE
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       ADD +1 TO WS-GA-BATCH-COUNT
                       INITIALIZE WS-BATCH-ACCUM
                       MOVE WS-HV-BT-LINE-COUNT TO WS-BA-LINES
                       MOVE WS-HV-BT-COUNTED TO WS-BA-COUNTED
                       PERFORM 4000-PRINT-BATCH-HEADER
                       PERFORM 5000-PROCESS-LINES THRU 5000-EXIT
                       PERFORM 6000-PRINT-BATCH-TOTALS
                   WHEN +100
                       SET WS-BATCHES-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'RPTPCV00: DB2 ERROR ON BATCH - '
                               SQLCODE
                       SET WS-BATCHES-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_PCV_BATCH END-EXEC
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-PRINT-BATCH-HEADER - NEW PAGE WITH BATCH DETAILS     *
      ****************************************************************
       4000-PRINT-BATCH-HEADER.
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
           MOVE WS-HV-BT-DEALER TO WS-DH-DEALER-CODE
           MOVE WS-HV-BT-DEALER-NAME TO WS-DH-DEALER-NAME
           WRITE REPORT-RECORD FROM WS-DEALER-HEADER
               AFTER ADVANCING 2
      *
           MOVE WS-HV-BT-BATCH-ID TO WS-BH1-BATCH
           IF WS-HV-BT-COUNT-TYPE = 'CY'
               MOVE 'ABC CYCLE COUNT' TO WS-BH1-TYPE
           ELSE
               MOVE 'WALL-TO-WALL' TO WS-BH1-TYPE
           END-IF
           MOVE WS-HV-BT-ABC-CLASS TO WS-BH1-ABC
           EVALUATE WS-HV-BT-STATUS
               WHEN 'OP'
                   MOVE 'OPEN' TO WS-BH1-STATUS
               WHEN 'AC'
                   MOVE 'ACCEPTED' TO WS-BH1-STATUS
               WHEN 'CA'
                   MOVE 'CANCELLED' TO WS-BH1-STATUS
               WHEN OTHER
                   MOVE WS-HV-BT-STATUS TO WS-BH1-STATUS
           END-EVALUATE
           WRITE REPORT-RECORD FROM WS-BATCH-HEADER-1
               AFTER ADVANCING 2
      *
           MOVE WS-HV-BT-CREATED-DATE TO WS-BH2-CREATED
           MOVE WS-HV-BT-CREATED-BY TO WS-BH2-CREATED-BY
           MOVE WS-HV-BT-ACCEPTED-DATE TO WS-BH2-ACCEPTED
           MOVE WS-HV-BT-ACCEPTED-BY TO WS-BH2-ACCEPTED-BY
           WRITE REPORT-RECORD FROM WS-BATCH-HEADER-2
               AFTER ADVANCING 1
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
      *    5000-PROCESS-LINES - VARIANCE AND UNCOUNTED LINES         *
      ****************************************************************
       5000-PROCESS-LINES.
      *
           EXEC SQL OPEN CSR_PCV_LINES END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'RPTPCV00: ERROR OPENING LINE CURSOR - '
                       SQLCODE
               GO TO 5000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-LINE
      *
           PERFORM UNTIL WS-LINES-DONE
               EXEC SQL FETCH CSR_PCV_LINES
                   INTO :WS-HV-LN-BIN
                      , :WS-HV-LN-PART
                      , :WS-HV-LN-DESC
                      , :WS-HV-LN-SYSTEM-QTY
                      , :WS-HV-LN-COUNTED
                      , :WS-HV-LN-COUNT-QTY
                      , :WS-HV-LN-VAR-QTY
                      , :WS-HV-LN-UNIT-COST
                      , :WS-HV-LN-VAR-AMT
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 5100-FORMAT-LINE
                   WHEN +100
                       SET WS-LINES-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'RPTPCV00: DB2 ERROR ON LINE - '
                               SQLCODE
                       SET WS-LINES-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_PCV_LINES END-EXEC
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5100-FORMAT-LINE - FORMAT AND PRINT ONE VARIANCE LINE     *
      ****************************************************************
       5100-FORMAT-LINE.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 4000-PRINT-BATCH-HEADER
           END-IF
      *
           MOVE WS-HV-LN-BIN        TO WS-DL-BIN
           MOVE WS-HV-LN-PART       TO WS-DL-PART
           MOVE WS-HV-LN-DESC       TO WS-DL-DESC
           MOVE WS-HV-LN-SYSTEM-QTY TO WS-DL-SYSTEM-QTY
           MOVE WS-HV-LN-UNIT-COST  TO WS-DL-UNIT-COST
      *
           IF WS-HV-LN-COUNTED = 'N'
               MOVE SPACES TO WS-DL-COUNT-QTY
               MOVE SPACES TO WS-DL-VAR-QTY
               MOVE SPACES TO WS-DL-VAR-AMT
               MOVE 'NOT COUNTED' TO WS-DL-NOTE
           ELSE
               MOVE WS-HV-LN-COUNT-QTY TO WS-ED-QTY
               MOVE WS-ED-QTY TO WS-DL-COUNT-QTY
               MOVE WS-HV-LN-VAR-QTY TO WS-ED-QTY
               MOVE WS-ED-QTY TO WS-DL-VAR-QTY
               MOVE WS-HV-LN-VAR-AMT TO WS-ED-AMT
               MOVE WS-ED-AMT TO WS-DL-VAR-AMT
               IF WS-HV-LN-VAR-QTY > +0
                   MOVE 'OVER' TO WS-DL-NOTE
                   ADD WS-HV-LN-VAR-AMT TO WS-BA-OVER-AMT
               ELSE
                   MOVE 'SHORT' TO WS-DL-NOTE
                   SUBTRACT WS-HV-LN-VAR-AMT FROM WS-BA-SHORT-AMT
               END-IF
           END-IF
      *
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1
           PERFORM 8900-WRITE-DATA-ROW
           ADD +1 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    6000-PRINT-BATCH-TOTALS - OVER, SHORT AND NET DOLLARS     *
      ****************************************************************
       6000-PRINT-BATCH-TOTALS.
      *
           COMPUTE WS-NET-AMT = WS-BA-OVER-AMT - WS-BA-SHORT-AMT
      *
           MOVE WS-BA-LINES TO WS-BT-LINES
           MOVE WS-BA-COUNTED TO WS-BT-COUNTED
           MOVE WS-BA-OVER-AMT TO WS-BT-OVER-AMT
           MOVE WS-BA-SHORT-AMT TO WS-BT-SHORT-AMT
           MOVE WS-NET-AMT TO WS-BT-NET-AMT
      *
           WRITE REPORT-RECORD FROM WS-BATCH-TOTAL-LINE
               AFTER ADVANCING 2
      *
           ADD WS-BA-LINES TO WS-GA-LINES
           ADD WS-BA-COUNTED TO WS-GA-COUNTED
           ADD WS-BA-OVER-AMT TO WS-GA-OVER-AMT
           ADD WS-BA-SHORT-AMT TO WS-GA-SHORT-AMT
           .
      *
      ****************************************************************
      *    7000-PRINT-RUN-SUMMARY                                    *
      ****************************************************************
       7000-PRINT-RUN-SUMMARY.
      *
           COMPUTE WS-NET-AMT = WS-GA-OVER-AMT - WS-GA-SHORT-AMT
      *
           MOVE WS-GA-LINES TO WS-GT-LINES
           MOVE WS-GA-COUNTED TO WS-GT-COUNTED
           MOVE WS-GA-OVER-AMT TO WS-GT-OVER-AMT
           MOVE WS-GA-SHORT-AMT TO WS-GT-SHORT-AMT
           MOVE WS-NET-AMT TO WS-GT-NET-AMT
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
               DISPLAY 'RPTPCV00: DATA FILE - ' WS-DLM-RETURN-MSG
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
               DISPLAY 'RPTPCV00: ERROR CLOSING REPORT FILE - '
                       WS-FILE-STATUS
           END-IF
           .
      ****************************************************************
      * END OF RPTPCV00                                              *
      ****************************************************************
