       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTPSO00.
      ****************************************************************
      * PROGRAM:    RPTPSO00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     RPT - REPORTS                                    *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-14                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    DAILY PARTS STOCK ORDER SUGGESTION. FOR EVERY    *
      *             ACTIVE PART WITH A MAXIMUM STOCKING LEVEL, WHEN  *
      *             ON HAND PLUS ON ORDER HAS FALLEN TO OR BELOW     *
      *             THE MINIMUM, SUGGESTS ORDERING BACK UP TO THE    *
      *             MAXIMUM. LISTED BY DEALER AND SUPPLIER WITH THE  *
      *             EXTENDED COST SO THE PARTS MANAGER CAN KEY THE   *
      *             PURCHASE ORDERS (SVPO TRANSACTION).              *
      *                                                              *
      * INPUT:      REPORT DATE (DEFAULT CURRENT DATE)               *
      *                                                              *
      * TABLES:     AUTOSALE.PARTS_MASTER      (READ)                *
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
       01  WS-MODULE-ID                PIC X(08) VALUE 'RPTPSO00'.
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
           05  WS-EOF-PART             PIC X(01) VALUE 'N'.
               88  WS-PARTS-DONE                 VALUE 'Y'.
           05  WS-PREV-DEALER          PIC X(05) VALUE SPACES.
           05  WS-PREV-SUPPLIER        PIC X(08) VALUE SPACES.
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
       01  WS-EXT-COST                 PIC S9(09)V99 COMP-3
                                                      VALUE +0.
      *
      *    REPORT HEADER LINE (132 CHARS)
      *
       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE 'AUTOSALES DEALER MANAGEMENT SYSTEM      '.
           05  FILLER                  PIC X(30)
               VALUE ' PARTS STOCK ORDER SUGGESTION '.
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
       01  WS-SUPPLIER-HEADER.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(10) VALUE 'SUPPLIER: '.
           05  WS-SH-SUPPLIER         PIC X(08).
           05  FILLER                  PIC X(113) VALUE SPACES.
      *
       01  WS-COLUMN-HEADERS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
               'PART NUMBER      '.
           05  FILLER                  PIC X(32) VALUE
               'DESCRIPTION                     '.
           05  FILLER                  PIC X(10) VALUE 'BIN       '.
           05  FILLER                  PIC X(09) VALUE ' ON HAND '.
           05  FILLER                  PIC X(08) VALUE 'ON ORD  '.
           05  FILLER                  PIC X(07) VALUE '  MIN  '.
           05  FILLER                  PIC X(07) VALUE '  MAX  '.
           05  FILLER                  PIC X(08) VALUE 'ORDER   '.
           05  FILLER                  PIC X(12) VALUE
               ' UNIT COST  '.
           05  FILLER                  PIC X(12) VALUE
               '    EXT COST'.
           05  FILLER                  PIC X(09) VALUE SPACES.
      *
       01  WS-COLUMN-UNDERLINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
               '---------------  '.
           05  FILLER                  PIC X(32) VALUE
               '------------------------------  '.
           05  FILLER                  PIC X(10) VALUE '--------  '.
           05  FILLER                  PIC X(09) VALUE '-------  '.
           05  FILLER                  PIC X(08) VALUE '------  '.
           05  FILLER                  PIC X(07) VALUE '-----  '.
           05  FILLER                  PIC X(07) VALUE '-----  '.
           05  FILLER                  PIC X(08) VALUE '------  '.
           05  FILLER                  PIC X(12) VALUE
               '----------  '.
           05  FILLER                  PIC X(12) VALUE
               '------------'.
           05  FILLER                  PIC X(09) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-PART             PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-DESC             PIC X(30).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-BIN              PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-ON-HAND          PIC Z(5)9-.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-ON-ORDER         PIC Z(5)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-MIN              PIC Z(4)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-MAX              PIC Z(4)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-SUGGEST          PIC Z(5)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-UNIT-COST        PIC Z(6)9.99.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-EXT-COST         PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(09) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'PART                002015A'.
           05  FILLER                  PIC X(27)
               VALUE 'DESC                019030A'.
           05  FILLER                  PIC X(27)
               VALUE 'BIN                 051008A'.
           05  FILLER                  PIC X(27)
               VALUE 'ON_HAND             061007N'.
           05  FILLER                  PIC X(27)
               VALUE 'ON_ORDER            070006N'.
           05  FILLER                  PIC X(27)
               VALUE 'MIN                 078005N'.
           05  FILLER                  PIC X(27)
               VALUE 'MAX                 085005N'.
           05  FILLER                  PIC X(27)
               VALUE 'SUGGEST             092006N'.
           05  FILLER                  PIC X(27)
               VALUE 'UNIT_COST           100010N'.
           05  FILLER                  PIC X(27)
               VALUE 'EXT_COST            112012N'.
      *
           COPY WSDLMOUT.
      *
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TOT-LABEL           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(17) VALUE
               'PARTS TO ORDER:  '.
           05  WS-TOT-PART-CT         PIC Z(5)9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(07) VALUE 'UNITS: '.
           05  WS-TOT-UNITS           PIC Z(6)9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(15) VALUE
               'EXTENDED COST: '.
           05  WS-TOT-EXT-COST        PIC ZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(46) VALUE SPACES.
      *
      *    ACCUMULATOR FIELDS - PER SUPPLIER, DEALER AND GRAND
      *
       01  WS-SUPPLIER-ACCUM.
           05  WS-SA-PART-COUNT        PIC S9(06) COMP VALUE +0.
           05  WS-SA-UNITS             PIC S9(07) COMP VALUE +0.
           05  WS-SA-EXT-COST          PIC S9(09)V99 COMP-3
                                                      VALUE +0.
      *
       01  WS-DEALER-ACCUM.
           05  WS-DA-PART-COUNT        PIC S9(06) COMP VALUE +0.
           05  WS-DA-UNITS             PIC S9(07) COMP VALUE +0.
           05  WS-DA-EXT-COST          PIC S9(09)V99 COMP-3
                                                      VALUE +0.
      *
       01  WS-GRAND-ACCUM.
           05  WS-GA-PART-COUNT        PIC S9(06) COMP VALUE +0.
           05  WS-GA-UNITS             PIC S9(07) COMP VALUE +0.
           05  WS-GA-EXT-COST          PIC S9(09)V99 COMP-3
                                                      VALUE +0.
           05  WS-GA-DEALER-COUNT      PIC S9(04) COMP VALUE +0.
      *
      *    HOST VARIABLES - REORDER CURSOR
      *
       01  WS-HV-PART.
           05  WS-HV-PM-DEALER        PIC X(05).
           05  WS-HV-PM-DEALER-NAME   PIC X(40).
           05  WS-HV-PM-SUPPLIER      PIC X(08).
           05  WS-HV-PM-PART          PIC X(15).
           05  WS-HV-PM-DESC          PIC X(40).
           05  WS-HV-PM-BIN           PIC X(08).
           05  WS-HV-PM-ON-HAND       PIC S9(09) COMP.
           05  WS-HV-PM-ON-ORDER      PIC S9(09) COMP.
           05  WS-HV-PM-MIN-QTY       PIC S9(09) COMP.
           05  WS-HV-PM-MAX-QTY       PIC S9(09) COMP.
           05  WS-HV-PM-SUGGEST       PIC S9(09) COMP.
           05  WS-HV-PM-UNIT-COST     PIC S9(07)V99 COMP-3.
      *
      *    DB2 CURSORS
      *
           EXEC SQL DECLARE CSR_PSO_PARTS CURSOR FOR
               SELECT PM.DEALER_CODE
                    , COALESCE(D.DEALER_NAME, ' ')
                    , COALESCE(PM.SUPPLIER_CODE, '*NONE*')
                    , PM.PART_NUMBER
                    , COALESCE(PM.PART_DESC, ' ')
                    , COALESCE(PM.BIN_LOCATION, ' ')
                    , PM.QTY_ON_HAND
                    , PM.QTY_ON_ORDER
                    , PM.MIN_QTY
                    , PM.MAX_QTY
                    , PM.MAX_QTY
                      - (PM.QTY_ON_HAND + PM.QTY_ON_ORDER)
                    , PM.UNIT_COST
               FROM   AUTOSALE.PARTS_MASTER PM
               LEFT OUTER JOIN AUTOSALE.DEALER D
                 ON   D.DEALER_CODE = PM.DEALER_CODE
               WHERE  PM.ACTIVE_FLAG = 'Y'
                 AND  PM.MAX_QTY     > 0
                 AND  PM.QTY_ON_HAND + PM.QTY_ON_ORDER
                                    <= PM.MIN_QTY
                 AND  PM.QTY_ON_HAND + PM.QTY_ON_ORDER
                                     < PM.MAX_QTY
               ORDER BY PM.DEALER_CODE
                      , 3
                      , PM.PART_NUMBER
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'RPTPSO00: PARTS STOCK ORDER SUGGESTION - START'
      *
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPEN-FILES
      *
           IF WS-FILE-STATUS = '00'
               PERFORM 3000-PROCESS-PARTS THRU 3000-EXIT
               IF WS-GA-DEALER-COUNT > +0
                   PERFORM 5500-PRINT-SUPPLIER-TOTAL
                   PERFORM 6000-PRINT-DEALER-TOTAL
               END-IF
               PERFORM 7000-PRINT-GRAND-TOTALS
           END-IF
      *
           PERFORM 9000-CLOSE-FILES
      *
           DISPLAY 'RPTPSO00: REPORT COMPLETE - '
                   WS-GA-PART-COUNT ' PARTS SUGGESTED'
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
           DISPLAY 'RPTPSO00: REPORT DATE = ' WS-REPORT-DATE
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
               DISPLAY 'RPTPSO00: ERROR OPENING REPORT FILE - '
                       WS-FILE-STATUS
           END-IF
      *
           MOVE 'RPTPSO00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
           .
      *
      ****************************************************************
      *    3000-PROCESS-PARTS - ONE LINE PER PART AT OR UNDER ITS    *
      *    MINIMUM, NEW PAGE FOR EACH DEALER                         *
      ****************************************************************
       3000-PROCESS-PARTS.
      *
           EXEC SQL OPEN CSR_PSO_PARTS END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'RPTPSO00: ERROR OPENING PARTS CURSOR - '
                       SQLCODE
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-PART
      *
           PERFORM UNTIL WS-PARTS-DONE
               EXEC SQL FETCH CSR_PSO_PARTS
                   INTO :WS-HV-PM-DEALER
                      , :WS-HV-PM-DEALER-NAME
                      , :WS-HV-PM-SUPPLIER
                      , :WS-HV-PM-PART
                      , :WS-HV-PM-DESC
                      , :WS-HV-PM-BIN
                      , :WS-HV-PM-ON-HAND
                      , :WS-HV-PM-ON-ORDER
                      , :WS-HV-PM-MIN-QTY
                      , :WS-HV-PM-MAX-QTY
                      , :WS-HV-PM-SUGGEST
                      , :WS-HV-PM-UNIT-COST
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       IF WS-HV-PM-DEALER NOT = WS-PREV-DEALER
                           IF WS-GA-DEALER-COUNT > +0
                               PERFORM 5500-PRINT-SUPPLIER-TOTAL
                               PERFORM 6000-PRINT-DEALER-TOTAL
                           END-IF
                           ADD +1 TO WS-GA-DEALER-COUNT
                           PERFORM 4000-NEW-DEALER-PAGE
                       END-IF
                       IF WS-HV-PM-SUPPLIER NOT = WS-PREV-SUPPLIER
                           IF WS-PREV-SUPPLIER NOT = SPACES
                               PERFORM 5500-PRINT-SUPPLIER-TOTAL
                           END-IF
                           PERFORM 4200-NEW-SUPPLIER
                       END-IF
                       PERFORM 5000-FORMAT-DETAIL
                   WHEN +100
                       SET WS-PARTS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'RPTPSO00: DB2 ERROR ON PART - '
                               SQLCODE
                       SET WS-PARTS-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_PSO_PARTS END-EXEC
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-NEW-DEALER-PAGE - START NEW PAGE FOR EACH DEALER     *
      ****************************************************************
       4000-NEW-DEALER-PAGE.
      *
           MOVE WS-HV-PM-DEALER TO WS-PREV-DEALER
           MOVE SPACES TO WS-PREV-SUPPLIER
           MOVE WS-HV-PM-DEALER TO WS-DH-DEALER-CODE
           MOVE WS-HV-PM-DEALER-NAME TO WS-DH-DEALER-NAME
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
      *    4200-NEW-SUPPLIER - SUPPLIER SUB-HEADING                  *
      ****************************************************************
       4200-NEW-SUPPLIER.
      *
           IF WS-LINE-COUNT + 3 >= WS-LINES-PER-PAGE
               PERFORM 4100-PRINT-PAGE-HEADER
           END-IF
      *
           MOVE WS-HV-PM-SUPPLIER TO WS-PREV-SUPPLIER
           MOVE WS-HV-PM-SUPPLIER TO WS-SH-SUPPLIER
      *
           WRITE REPORT-RECORD FROM WS-SUPPLIER-HEADER
               AFTER ADVANCING 2
           ADD +2 TO WS-LINE-COUNT
      *
           INITIALIZE WS-SUPPLIER-ACCUM
           .
      *
      ****************************************************************
      *    5000-FORMAT-DETAIL - PRINT ONE SUGGESTED PART             *
      ****************************************************************
       5000-FORMAT-DETAIL.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 4100-PRINT-PAGE-HEADER
           END-IF
      *
           COMPUTE WS-EXT-COST =
               WS-HV-PM-SUGGEST * WS-HV-PM-UNIT-COST
      *
           MOVE WS-HV-PM-PART         TO WS-DL-PART
           MOVE WS-HV-PM-DESC         TO WS-DL-DESC
           MOVE WS-HV-PM-BIN          TO WS-DL-BIN
           MOVE WS-HV-PM-ON-HAND      TO WS-DL-ON-HAND
           MOVE WS-HV-PM-ON-ORDER     TO WS-DL-ON-ORDER
           MOVE WS-HV-PM-MIN-QTY      TO WS-DL-MIN
           MOVE WS-HV-PM-MAX-QTY      TO WS-DL-MAX
           MOVE WS-HV-PM-SUGGEST      TO WS-DL-SUGGEST
           MOVE WS-HV-PM-UNIT-COST    TO WS-DL-UNIT-COST
           MOVE WS-EXT-COST           TO WS-DL-EXT-COST
      *
           ADD +1 TO WS-SA-PART-COUNT
           ADD +1 TO WS-DA-PART-COUNT
           ADD +1 TO WS-GA-PART-COUNT
           ADD WS-HV-PM-SUGGEST TO WS-SA-UNITS
           ADD WS-HV-PM-SUGGEST TO WS-DA-UNITS
           ADD WS-HV-PM-SUGGEST TO WS-GA-UNITS
           ADD WS-EXT-COST TO WS-SA-EXT-COST
           ADD WS-EXT-COST TO WS-DA-EXT-COST
           ADD WS-EXT-COST TO WS-GA-EXT-COST
      *
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1
           PERFORM 8900-WRITE-DATA-ROW
           ADD +1 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    5500-PRINT-SUPPLIER-TOTAL                                 *
      ****************************************************************
       5500-PRINT-SUPPLIER-TOTAL.
      *
           MOVE 'SUPPLIER'        TO WS-TOT-LABEL
           MOVE WS-SA-PART-COUNT  TO WS-TOT-PART-CT
           MOVE WS-SA-UNITS       TO WS-TOT-UNITS
           MOVE WS-SA-EXT-COST    TO WS-TOT-EXT-COST
      *
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
               AFTER ADVANCING 1
           ADD +1 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    6000-PRINT-DEALER-TOTAL                                   *
      ****************************************************************
       6000-PRINT-DEALER-TOTAL.
      *
           MOVE 'DEALER'          TO WS-TOT-LABEL
           MOVE WS-DA-PART-COUNT  TO WS-TOT-PART-CT
           MOVE WS-DA-UNITS       TO WS-TOT-UNITS
           MOVE WS-DA-EXT-COST    TO WS-TOT-EXT-COST
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
           MOVE WS-GA-PART-COUNT  TO WS-TOT-PART-CT
           MOVE WS-GA-UNITS       TO WS-TOT-UNITS
           MOVE WS-GA-EXT-COST    TO WS-TOT-EXT-COST
      *
           WRITE REPORT-RECORD FROM WS-TOTAL-LINE
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
               DISPLAY 'RPTPSO00: DATA FILE - ' WS-DLM-RETURN-MSG
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
               DISPLAY 'RPTPSO00: ERROR CLOSING REPORT FILE - '
                       WS-FILE-STATUS
           END-IF
           .
      ****************************************************************
      * END OF RPTPSO00                                              *
      ****************************************************************
