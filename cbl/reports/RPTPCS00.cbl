       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTPCS00.
      ****************************************************************
      * PROGRAM:    RPTPCS00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     RPT - REPORTS                                    *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-15                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    PARTS PHYSICAL INVENTORY COUNT SHEETS. PRINTS    *
      *             THE LINES OF A PARTS COUNT BATCH (SVCPCC00 CRT)  *
      *             IN BIN LOCATION ORDER WITH A BLANK COLUMN FOR    *
      *             THE COUNTED QUANTITY. THE SYSTEM QUANTITY IS     *
      *             NOT PRINTED SO THE COUNT IS TAKEN BLIND. EACH    *
      *             BATCH STARTS A NEW PAGE.                         *
      *                                                              *
      * INPUT:      COUNT BATCH ID (DEFAULT ALL OPEN BATCHES)        *
      *                                                              *
      * TABLES:     AUTOSALE.PARTS_COUNT_BATCH    (READ)             *
      *             AUTOSALE.PARTS_COUNT_LINE     (READ)             *
      *             AUTOSALE.PARTS_MASTER         (READ)             *
      *             AUTOSALE.DEALER               (READ)             *
      *                                                              *
      * OUTPUT:     SYSPRINT DD - COUNT SHEETS (132 CHARS)           *
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
       01  WS-MODULE-ID                PIC X(08) VALUE 'RPTPCS00'.
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
      *
      *    REPORT HEADER LINE (132 CHARS)
      *
       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE 'AUTOSALES DEALER MANAGEMENT SYSTEM      '.
           05  FILLER                  PIC X(30)
               VALUE '   PARTS INVENTORY COUNT SHEET'.
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
           05  FILLER                  PIC X(09) VALUE '   BINS: '.
           05  WS-BH1-BIN-FROM        PIC X(08).
           05  FILLER                  PIC X(04) VALUE ' TO '.
           05  WS-BH1-BIN-TO          PIC X(08).
           05  FILLER                  PIC X(40) VALUE SPACES.
      *
       01  WS-BATCH-HEADER-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE 'CREATED:     '.
           05  WS-BH2-CREATED         PIC X(10).
           05  FILLER                  PIC X(06) VALUE '  BY: '.
           05  WS-BH2-CREATED-BY      PIC X(08).
           05  FILLER                  PIC X(10) VALUE '   LINES: '.
           05  WS-BH2-LINES           PIC Z(4)9.
           05  FILLER                  PIC X(79) VALUE SPACES.
      *
       01  WS-COLUMN-HEADERS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'BIN       '.
           05  FILLER                  PIC X(17) VALUE
               'PART NUMBER      '.
           05  FILLER                  PIC X(42) VALUE
               'DESCRIPTION                               '.
           05  FILLER                  PIC X(14) VALUE
               'COUNTED QTY   '.
           05  FILLER                  PIC X(14) VALUE
               'COUNTED BY    '.
           05  FILLER                  PIC X(34) VALUE SPACES.
      *
       01  WS-COLUMN-UNDERLINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE '--------  '.
           05  FILLER                  PIC X(17) VALUE
               '---------------  '.
           05  FILLER                  PIC X(42) VALUE
               '----------------------------------------  '.
           05  FILLER                  PIC X(14) VALUE
               '-----------   '.
           05  FILLER                  PIC X(14) VALUE
               '----------    '.
           05  FILLER                  PIC X(34) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-BIN              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-PART             PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-DESC             PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(14)
               VALUE '___________   '.
           05  FILLER                  PIC X(14)
               VALUE '__________    '.
           05  FILLER                  PIC X(34) VALUE SPACES.
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
               VALUE 'DESC                029040A'.
      *
           COPY WSDLMOUT.
      *
       01  WS-SIGNOFF-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(20)
               VALUE 'COUNTED BY:         '.
           05  FILLER                  PIC X(30) VALUE ALL '_'.
           05  FILLER                  PIC X(10) VALUE SPACES.
           05  FILLER                  PIC X(20)
               VALUE 'VERIFIED BY:        '.
           05  FILLER                  PIC X(30) VALUE ALL '_'.
           05  FILLER                  PIC X(21) VALUE SPACES.
      *
       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(43) VALUE ALL '='.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'RUN SUMMARY:    '.
           05  WS-GT-BATCH-CT         PIC Z(5)9.
           05  FILLER                  PIC X(10) VALUE ' BATCHES  '.
           05  WS-GT-LINE-CT          PIC Z(7)9.
           05  FILLER                  PIC X(12) VALUE ' COUNT LINES'.
           05  FILLER                  PIC X(35) VALUE SPACES.
      *
      *    GRAND ACCUMULATORS
      *
       01  WS-GRAND-ACCUM.
           05  WS-GA-BATCH-COUNT       PIC S9(06) COMP VALUE +0.
           05  WS-GA-LINE-COUNT        PIC S9(08) COMP VALUE +0.
      *
      *    HOST VARIABLES - BATCH CURSOR
      *
       01  WS-HV-BATCH.
           05  WS-HV-BT-BATCH-ID      PIC S9(09) COMP.
           05  WS-HV-BT-DEALER        PIC X(05).
           05  WS-HV-BT-DEALER-NAME   PIC X(40).
           05  WS-HV-BT-COUNT-TYPE    PIC X(02).
           05  WS-HV-BT-ABC-CLASS     PIC X(01).
           05  WS-HV-BT-BIN-FROM      PIC X(08).
           05  WS-HV-BT-BIN-TO        PIC X(08).
           05  WS-HV-BT-LINE-COUNT    PIC S9(09) COMP.
           05  WS-HV-BT-CREATED-BY    PIC X(08).
           05  WS-HV-BT-CREATED-DATE  PIC X(10).
      *
      *    HOST VARIABLES - LINE CURSOR
      *
       01  WS-HV-LINE.
           05  WS-HV-LN-BIN           PIC X(08).
           05  WS-HV-LN-PART          PIC X(15).
           05  WS-HV-LN-DESC          PIC X(40).
      *
      *    DB2 CURSORS
      *
           EXEC SQL DECLARE CSR_PCS_BATCH CURSOR FOR
               SELECT B.COUNT_BATCH_ID
                    , B.DEALER_CODE
                    , D.DEALER_NAME
                    , B.COUNT_TYPE
                    , COALESCE(B.ABC_CLASS, ' ')
                    , B.BIN_FROM
                    , B.BIN_TO
                    , B.LINE_COUNT
                    , B.CREATED_BY
                    , CHAR(DATE(B.CREATED_TS), ISO)
               FROM   AUTOSALE.PARTS_COUNT_BATCH B
               INNER JOIN AUTOSALE.DEALER D
                 ON   D.DEALER_CODE = B.DEALER_CODE
               WHERE  (B.COUNT_BATCH_ID = :WS-HV-PARM-BATCH
                  OR  (:WS-HV-PARM-BATCH = 0
                 AND   B.BATCH_STATUS = 'OP'))
               ORDER BY B.DEALER_CODE
                      , B.COUNT_BATCH_ID
           END-EXEC
      *
           EXEC SQL DECLARE CSR_PCS_LINES CURSOR FOR
               SELECT COALESCE(L.BIN_LOCATION, ' ')
                    , L.PART_NUMBER
                    , COALESCE(PM.PART_DESC, ' ')
               FROM   AUTOSALE.PARTS_COUNT_LINE L
               LEFT OUTER JOIN AUTOSALE.PARTS_MASTER PM
                 ON   PM.PART_NUMBER = L.PART_NUMBER
                AND   PM.DEALER_CODE = :WS-HV-BT-DEALER
               WHERE  L.COUNT_BATCH_ID = :WS-HV-BT-BATCH-ID
               ORDER BY 1
                      , L.PART_NUMBER
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'RPTPCS00: PARTS INVENTORY COUNT SHEETS - START'
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
           DISPLAY 'RPTPCS00: REPORT COMPLETE - '
                   WS-GA-BATCH-COUNT ' BATCHES PRINTED'
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
           MOVE WS-PARM-BATCH-ID TO WS-HV-PARM-BATCH
      *
           IF WS-HV-PARM-BATCH = +0
               DISPLAY 'RPTPCS00: PRINTING ALL OPEN COUNT BATCHES'
           ELSE
               DISPLAY 'RPTPCS00: COUNT BATCH = ' WS-PARM-BATCH-ID
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
               DISPLAY 'RPTPCS00: ERROR OPENING REPORT FILE - '
                       WS-FILE-STATUS
           END-IF
      *
           MOVE 'RPTPCS00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
           .
      *
      ****************************************************************
      *    3000-PROCESS-BATCHES - COUNT SHEETS FOR EACH BATCH        *
      ****************************************************************
       3000-PROCESS-BATCHES.
      *
           EXEC SQL OPEN CSR_PCS_BATCH END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'RPTPCS00: ERROR OPENING BATCH CURSOR - '
                       SQLCODE
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-BATCH
      *
           PERFORM UNTIL WS-BATCHES-DONE
               EXEC SQL FETCH CSR_PCS_BATCH
                   INTO :WS-HV-BT-BATCH-ID
                      , :WS-HV-BT-DEALER
                      , :WS-HV-BT-DEALER-NAME
                      , :WS-HV-BT-COUNT-TYPE
                      , :WS-HV-BT-ABC-CLASS
                      , :WS-HV-BT-BIN-FROM
                      , :WS-HV-BT-BIN-TO
                      , :WS-HV-BT-LINE-COUNT
                      , :WS-HV-BT-CREATED-BY
                      , :WS-HV-BT-CREATED-DATE
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       ADD +1 TO WS-GA-BATCH-COUNT
                       PERFORM 4000-PRINT-BATCH-HEADER
                       PERFORM 5000-PROCESS-LINES THRU 5000-EXIT
                       PERFORM 6000-PRINT-SIGNOFF
                   WHEN +100
                       SET WS-BATCHES-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'RPTPCS00: DB2 ERROR ON BATCH - '
                               SQLCODE
                       SET WS-BATCHES-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_PCS_BATCH END-EXEC
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
           MOVE WS-HV-BT-BIN-FROM TO WS-BH1-BIN-FROM
           IF WS-HV-BT-BIN-TO = HIGH-VALUES
               MOVE '(END)' TO WS-BH1-BIN-TO
           ELSE
               MOVE WS-HV-BT-BIN-TO TO WS-BH1-BIN-TO
           END-IF
           WRITE REPORT-RECORD FROM WS-BATCH-HEADER-1
               AFTER ADVANCING 2
      *
           MOVE WS-HV-BT-CREATED-DATE TO WS-BH2-CREATED
           MOVE WS-HV-BT-CREATED-BY TO WS-BH2-CREATED-BY
           MOVE WS-HV-BT-LINE-COUNT TO WS-BH2-LINES
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
      *    5000-PROCESS-LINES - COUNT LINES IN BIN ORDER             *
      ****************************************************************
       5000-PROCESS-LINES.
      *
           EXEC SQL OPEN CSR_PCS_LINES END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'RPTPCS00: ERROR OPENING LINE CURSOR - '
                       SQLCODE
               GO TO 5000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-LINE
      *
           PERFORM UNTIL WS-LINES-DONE
               EXEC SQL FETCH CSR_PCS_LINES
                   INTO :WS-HV-LN-BIN
                      , :WS-HV-LN-PART
                      , :WS-HV-LN-DESC
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       ADD +1 TO WS-GA-LINE-COUNT
                       PERFORM 5100-FORMAT-LINE
                   WHEN +100
                       SET WS-LINES-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'RPTPCS00: DB2 ERROR ON LINE - '
                               SQLCODE
                       SET WS-LINES-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_PCS_LINES END-EXEC
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5100-FORMAT-LINE - ONE PART WITH A BLANK COUNT COLUMN     *
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
      *
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 2
           PERFORM 8900-WRITE-DATA-ROW
           ADD +2 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    6000-PRINT-SIGNOFF - COUNTER AND VERIFIER SIGNATURES      *
      ****************************************************************
       6000-PRINT-SIGNOFF.
      *
           WRITE REPORT-RECORD FROM WS-SIGNOFF-LINE
               AFTER ADVANCING 3
           .
      *
      ****************************************************************
      *    7000-PRINT-RUN-SUMMARY                                    *
      ****************************************************************
       7000-PRINT-RUN-SUMMARY.
      *
           MOVE WS-GA-BATCH-COUNT TO WS-GT-BATCH-CT
           MOVE WS-GA-LINE-COUNT TO WS-GT-LINE-CT
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
               DISPLAY 'RPTPCS00: DATA FILE - ' WS-DLM-RETURN-MSG
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
               DISPLAY 'RPTPCS00: ERROR CLOSING REPORT FILE - '
                       WS-FILE-STATUS
           END-IF
           .
      ****************************************************************
      * END OF RPTPCS00                                              *
      ****************************************************************
