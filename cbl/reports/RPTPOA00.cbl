       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTPOA00.
      ****************************************************************
      * PROGRAM:    RPTPOA00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     RPT - REPORTS                                    *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-14                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    OPEN PARTS PURCHASE ORDER AGING. LISTS EVERY PO  *
      *             LINE STILL OWED BY THE SUPPLIER (LINE STATUS OP  *
      *             OR BO) WITH THE OUTSTANDING QUANTITY AND VALUE,  *
      *             AGED FROM THE PO ORDER DATE INTO 0-7, 8-14,      *
      *             15-30 AND OVER 30 DAY BUCKETS. BY DEALER AND     *
      *             SUPPLIER WITH TOTALS AT EACH LEVEL.              *
      *                                                              *
      * INPUT:      REPORT DATE (DEFAULT CURRENT DATE)               *
      *                                                              *
      * TABLES:     AUTOSALE.PARTS_PURCH_ORDER (READ)                *
      *             AUTOSALE.PARTS_PO_LINE     (READ)                *
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
       01  WS-MODULE-ID                PIC X(08) VALUE 'RPTPOA00'.
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
           05  WS-EOF-LINE             PIC X(01) VALUE 'N'.
               88  WS-LINES-DONE                 VALUE 'Y'.
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
       01  WS-HV-AGE-DATE              PIC X(10) VALUE SPACES.
      *
       01  WS-OPEN-VALUE               PIC S9(09)V99 COMP-3
                                                      VALUE +0.
       01  WS-BUCKET-SUB               PIC S9(04) COMP VALUE +0.
      *
      *    REPORT HEADER LINE (132 CHARS)
      *
       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE 'AUTOSALES DEALER MANAGEMENT SYSTEM      '.
           05  FILLER                  PIC X(30)
               VALUE ' OPEN PARTS PO AGING          '.
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
           05  FILLER                  PIC X(11) VALUE 'PO NUMBER  '.
           05  FILLER                  PIC X(06) VALUE 'LINE  '.
           05  FILLER                  PIC X(17) VALUE
               'PART NUMBER      '.
           05  FILLER                  PIC X(12) VALUE
               'ORDERED     '.
           05  FILLER                  PIC X(06) VALUE 'DAYS  '.
           05  FILLER                  PIC X(07) VALUE '  ORD  '.
           05  FILLER                  PIC X(07) VALUE '  RCV  '.
           05  FILLER                  PIC X(07) VALUE '  OWED '.
           05  FILLER                  PIC X(13) VALUE
               '     0-7 DAYS'.
           05  FILLER                  PIC X(13) VALUE
               '    8-14 DAYS'.
           05  FILLER                  PIC X(13) VALUE
               '   15-30 DAYS'.
           05  FILLER                  PIC X(13) VALUE
               '  OVER 30    '.
           05  FILLER                  PIC X(06) VALUE SPACES.
      *
       01  WS-COLUMN-UNDERLINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE '---------  '.
           05  FILLER                  PIC X(06) VALUE '----  '.
           05  FILLER                  PIC X(17) VALUE
               '---------------  '.
           05  FILLER                  PIC X(12) VALUE
               '----------  '.
           05  FILLER                  PIC X(06) VALUE '----  '.
           05  FILLER                  PIC X(07) VALUE '-----  '.
           05  FILLER                  PIC X(07) VALUE '-----  '.
           05  FILLER                  PIC X(07) VALUE '-----  '.
           05  FILLER                  PIC X(13) VALUE
               ' ------------'.
           05  FILLER                  PIC X(13) VALUE
               ' ------------'.
           05  FILLER                  PIC X(13) VALUE
               ' ------------'.
           05  FILLER                  PIC X(13) VALUE
               ' ------------'.
           05  FILLER                  PIC X(06) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-PO-NUMBER        PIC 9(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-LINE             PIC Z(3)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-PART             PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-ORDER-DATE       PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-DAYS             PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-ORDERED          PIC Z(4)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-RECEIVED         PIC Z(4)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-OWED             PIC Z(4)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-BUCKET OCCURS 4 TIMES.
               10  FILLER              PIC X(01).
               10  WS-DL-BUCKET-AMT   PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(06) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'PO_NUMBER           002009N'.
           05  FILLER                  PIC X(27)
               VALUE 'LINE                013004N'.
           05  FILLER                  PIC X(27)
               VALUE 'PART                019015A'.
           05  FILLER                  PIC X(27)
               VALUE 'ORDER_DATE          036010A'.
           05  FILLER                  PIC X(27)
               VALUE 'DAYS                048004N'.
           05  FILLER                  PIC X(27)
               VALUE 'ORDERED             054005N'.
           05  FILLER                  PIC X(27)
               VALUE 'RECEIVED            061005N'.
           05  FILLER                  PIC X(27)
               VALUE 'OWED                068005N'.
           05  FILLER                  PIC X(27)
               VALUE 'BUCKET_AMT_1        076012N'.
           05  FILLER                  PIC X(27)
               VALUE 'BUCKET_AMT_2        089012N'.
           05  FILLER                  PIC X(27)
               VALUE 'BUCKET_AMT_3        102012N'.
           05  FILLER                  PIC X(27)
               VALUE 'BUCKET_AMT_4        115012N'.
      *
           COPY WSDLMOUT.
      *
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TOT-LABEL           PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(12) VALUE
               'OPEN LINES: '.
           05  WS-TOT-LINE-CT         PIC Z(5)9.
           05  FILLER                  PIC X(04) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE
               'UNITS OWED:  '.
           05  WS-TOT-OWED            PIC Z(6)9.
           05  FILLER                  PIC X(19) VALUE SPACES.
           05  WS-TOT-BUCKET OCCURS 4 TIMES.
               10  FILLER              PIC X(01).
               10  WS-TOT-BUCKET-AMT  PIC Z,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(06) VALUE SPACES.
      *
      *    ACCUMULATOR FIELDS - PER SUPPLIER, DEALER AND GRAND
      *
       01  WS-SUPPLIER-ACCUM.
           05  WS-SA-LINE-COUNT        PIC S9(06) COMP VALUE +0.
           05  WS-SA-OWED              PIC S9(07) COMP VALUE +0.
           05  WS-SA-BUCKET            PIC S9(09)V99 COMP-3
                                       OCCURS 4 TIMES.
      *
       01  WS-DEALER-ACCUM.
           05  WS-DA-LINE-COUNT        PIC S9(06) COMP VALUE +0.
           05  WS-DA-OWED              PIC S9(07) COMP VALUE +0.
           05  WS-DA-BUCKET            PIC S9(09)V99 COMP-3
                                       OCCURS 4 TIMES.
      *
       01  WS-GRAND-ACCUM.
           05  WS-GA-LINE-COUNT        PIC S9(06) COMP VALUE +0.
           05  WS-GA-OWED              PIC S9(07) COMP VALUE +0.
           05  WS-GA-BUCKET            PIC S9(09)V99 COMP-3
                                       OCCURS 4 TIMES.
           05  WS-GA-DEALER-COUNT      PIC S9(04) COMP VALUE +0.
      *
      *    HOST VARIABLES - OPEN LINE CURSOR
      *
       01  WS-HV-LINE.
           05  WS-HV-PO-DEALER        PIC X(05).
           05  WS-HV-PO-DEALER-NAME   PIC X(40).
           05  WS-HV-PO-SUPPLIER      PIC X(08).
           05  WS-HV-PO-NUMBER        PIC S9(09) COMP.
           05  WS-HV-PO-ORDER-DATE    PIC X(10).
           05  WS-HV-PO-DAYS          PIC S9(09) COMP.
           05  WS-HV-PL-LINE-NUM      PIC S9(04) COMP.
           05  WS-HV-PL-PART          PIC X(15).
           05  WS-HV-PL-ORDERED       PIC S9(09) COMP.
           05  WS-HV-PL-RECEIVED      PIC S9(09) COMP.
           05  WS-HV-PL-UNIT-COST     PIC S9(07)V99 COMP-3.
      *
      *    DB2 CURSORS
      *
           EXEC SQL DECLARE CSR_POA_LINES CURSOR FOR
               SELECT P.DEALER_CODE
                    , COALESCE(D.DEALER_NAME, ' ')
                    , P.SUPPLIER_CODE
                    , P.PO_NUMBER
                    , CHAR(P.ORDER_DATE, ISO)
                    , DAYS(DATE(:WS-HV-AGE-DATE))
                      - DAYS(P.ORDER_DATE)
                    , L.LINE_NUMBER
                    , L.PART_NUMBER
                    , L.QTY_ORDERED
                    , L.QTY_RECEIVED
                    , L.UNIT_COST
               FROM   AUTOSALE.PARTS_PURCH_ORDER P
               INNER JOIN AUTOSALE.PARTS_PO_LINE L
                 ON   L.PO_NUMBER = P.PO_NUMBER
               LEFT OUTER JOIN AUTOSALE.DEALER D
                 ON   D.DEALER_CODE = P.DEALER_CODE
               WHERE  L.LINE_STATUS IN ('OP', 'BO')
               ORDER BY P.DEALER_CODE
                      , P.SUPPLIER_CODE
                      , P.ORDER_DATE
                      , P.PO_NUMBER
                      , L.LINE_NUMBER
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'RPTPOA00: OPEN PARTS PO AGING - START'
      *
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPEN-FILES
      *
           IF WS-FILE-STATUS = '00'
               PERFORM 3000-PROCESS-LINES THRU 3000-EXIT
               IF WS-GA-DEALER-COUNT > +0
                   PERFORM 5500-PRINT-SUPPLIER-TOTAL
                   PERFORM 6000-PRINT-DEALER-TOTAL
               END-IF
               PERFORM 7000-PRINT-GRAND-TOTALS
           END-IF
      *
           PERFORM 9000-CLOSE-FILES
      *
           DISPLAY 'RPTPOA00: REPORT COMPLETE - '
                   WS-GA-LINE-COUNT ' OPEN PO LINES'
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
           MOVE WS-REPORT-DATE TO WS-HV-AGE-DATE
      *
           DISPLAY 'RPTPOA00: AGED AS OF = ' WS-HV-AGE-DATE
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
               DISPLAY 'RPTPOA00: ERROR OPENING REPORT FILE - '
                       WS-FILE-STATUS
           END-IF
      *
           MOVE 'RPTPOA00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
           .
      *
      ****************************************************************
      *    3000-PROCESS-LINES - ONE LINE PER OPEN PO LINE, NEW PAGE  *
      *    FOR EACH DEALER                                           *
      ****************************************************************
       3000-PROCESS-LINES.
      *
           EXEC SQL OPEN CSR_POA_LINES END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'RPTPOA00: ERROR OPENING PO LINE CURSOR - '
                       SQLCODE
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-LINE
      *
           PERFORM UNTIL WS-LINES-DONE
               EXEC SQL FETCH CSR_POA_LINES
                   INTO :WS-HV-PO-DEALER
                      , :WS-HV-PO-DEALER-NAME
                      , :WS-HV-PO-SUPPLIER
                      , :WS-HV-PO-NUMBER
                      , :WS-HV-PO-ORDER-DATE
                      , :WS-HV-PO-DAYS
                      , :WS-HV-PL-LINE-NUM
                      , :WS-HV-PL-PART
                      , :WS-HV-PL-ORDERED
                      , :WS-HV-PL-RECEIVED
                      , :WS-HV-PL-UNIT-COST
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       IF WS-HV-PO-DEALER NOT = WS-PREV-DEALER
                           IF WS-GA-DEALER-COUNT > +0
                               PERFORM 5500-PRINT-SUPPLIER-TOTAL
                               PERFORM 6000-PRINT-DEALER-TOTAL
                           END-IF
                           ADD +1 TO WS-GA-DEALER-COUNT
                           PERFORM 4000-NEW-DEALER-PAGE
                       END-IF
                       IF WS-HV-PO-SUPPLIER NOT = WS-PREV-SUPPLIER
                           IF WS-PREV-SUPPLIER NOT = SPACES
                               PERFORM 5500-PRINT-SUPPLIER-TOTAL
                           END-IF
                           PERFORM 4200-NEW-SUPPLIER
                       END-IF
                       PERFORM 5000-FORMAT-DETAIL
                   WHEN +100
                       SET WS-LINES-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'RPTPOA00: DB2 ERROR ON PO LINE - '
                               SQLCODE
                       SET WS-LINES-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_POA_LINES END-EXEC
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-NEW-DEALER-PAGE - START NEW PAGE FOR EACH DEALER     *
      ****************************************************************
       4000-NEW-DEALER-PAGE.
      *
           MOVE WS-HV-PO-DEALER TO WS-PREV-DEALER
           MOVE SPACES TO WS-PREV-SUPPLIER
           MOVE WS-HV-PO-DEALER TO WS-DH-DEALER-CODE
           MOVE WS-HV-PO-DEALER-NAME TO WS-DH-DEALER-NAME
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
           MOVE WS-HV-PO-SUPPLIER TO WS-PREV-SUPPLIER
           MOVE WS-HV-PO-SUPPLIER TO WS-SH-SUPPLIER
      *
           WRITE REPORT-RECORD FROM WS-SUPPLIER-HEADER
               AFTER ADVANCING 2
           ADD +2 TO WS-LINE-COUNT
      *
           INITIALIZE WS-SUPPLIER-ACCUM
           .
      *
      ****************************************************************
      *    5000-FORMAT-DETAIL - PRINT ONE OPEN LINE, VALUE IN ITS    *
      *    AGING BUCKET                                              *
      ****************************************************************
       5000-FORMAT-DETAIL.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 4100-PRINT-PAGE-HEADER
           END-IF
      *
           COMPUTE WS-OPEN-VALUE =
               (WS-HV-PL-ORDERED - WS-HV-PL-RECEIVED)
               * WS-HV-PL-UNIT-COST
      *
           EVALUATE TRUE
               WHEN WS-HV-PO-DAYS <= +7
                   MOVE 1 TO WS-BUCKET-SUB
               WHEN WS-HV-PO-DAYS <= +14
                   MOVE 2 TO WS-BUCKET-SUB
               WHEN WS-HV-PO-DAYS <= +30
                   MOVE 3 TO WS-BUCKET-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-SUB
           END-EVALUATE
      *
           MOVE SPACES TO WS-DL-BUCKET(1) WS-DL-BUCKET(2)
                          WS-DL-BUCKET(3) WS-DL-BUCKET(4)
      *
           MOVE WS-HV-PO-NUMBER       TO WS-DL-PO-NUMBER
           MOVE WS-HV-PL-LINE-NUM     TO WS-DL-LINE
           MOVE WS-HV-PL-PART         TO WS-DL-PART
           MOVE WS-HV-PO-ORDER-DATE   TO WS-DL-ORDER-DATE
           MOVE WS-HV-PO-DAYS         TO WS-DL-DAYS
           MOVE WS-HV-PL-ORDERED      TO WS-DL-ORDERED
           MOVE WS-HV-PL-RECEIVED     TO WS-DL-RECEIVED
           COMPUTE WS-DL-OWED =
               WS-HV-PL-ORDERED - WS-HV-PL-RECEIVED
           MOVE WS-OPEN-VALUE
               TO WS-DL-BUCKET-AMT(WS-BUCKET-SUB)
      *
           ADD +1 TO WS-SA-LINE-COUNT
           ADD +1 TO WS-DA-LINE-COUNT
           ADD +1 TO WS-GA-LINE-COUNT
           COMPUTE WS-SA-OWED = WS-SA-OWED
               + WS-HV-PL-ORDERED - WS-HV-PL-RECEIVED
           COMPUTE WS-DA-OWED = WS-DA-OWED
               + WS-HV-PL-ORDERED - WS-HV-PL-RECEIVED
           COMPUTE WS-GA-OWED = WS-GA-OWED
               + WS-HV-PL-ORDERED - WS-HV-PL-RECEIVED
           ADD WS-OPEN-VALUE TO WS-SA-BUCKET(WS-BUCKET-SUB)
           ADD WS-OPEN-VALUE TO WS-DA-BUCKET(WS-BUCKET-SUB)
           ADD WS-OPEN-VALUE TO WS-GA-BUCKET(WS-BUCKET-SUB)
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
           MOVE SPACES TO WS-TOT-BUCKET(1) WS-TOT-BUCKET(2)
                          WS-TOT-BUCKET(3) WS-TOT-BUCKET(4)
           MOVE 'SUPPLIER'        TO WS-TOT-LABEL
           MOVE WS-SA-LINE-COUNT  TO WS-TOT-LINE-CT
           MOVE WS-SA-OWED        TO WS-TOT-OWED
           MOVE WS-SA-BUCKET(1)   TO WS-TOT-BUCKET-AMT(1)
           MOVE WS-SA-BUCKET(2)   TO WS-TOT-BUCKET-AMT(2)
           MOVE WS-SA-BUCKET(3)   TO WS-TOT-BUCKET-AMT(3)
           MOVE WS-SA-BUCKET(4)   TO WS-TOT-BUCKET-AMT(4)
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
           MOVE SPACES TO WS-TOT-BUCKET(1) WS-TOT-BUCKET(2)
                          WS-TOT-BUCKET(3) WS-TOT-BUCKET(4)
           MOVE 'DEALER'          TO WS-TOT-LABEL
           MOVE WS-DA-LINE-COUNT  TO WS-TOT-LINE-CT
           MOVE WS-DA-OWED        TO WS-TOT-OWED
           MOVE WS-DA-BUCKET(1)   TO WS-TOT-BUCKET-AMT(1)
           MOVE WS-DA-BUCKET(2)   TO WS-TOT-BUCKET-AMT(2)
           MOVE WS-DA-BUCKET(3)   TO WS-TOT-BUCKET-AMT(3)
           MOVE WS-DA-BUCKET(4)   TO WS-TOT-BUCKET-AMT(4)
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
           MOVE SPACES TO WS-TOT-BUCKET(1) WS-TOT-BUCKET(2)
                          WS-TOT-BUCKET(3) WS-TOT-BUCKET(4)
           MOVE 'ALL'             TO WS-TOT-LABEL
           MOVE WS-GA-LINE-COUNT  TO WS-TOT-LINE-CT
           MOVE WS-GA-OWED        TO WS-TOT-OWED
           MOVE WS-GA-BUCKET(1)   TO WS-TOT-BUCKET-AMT(1)
           MOVE WS-GA-BUCKET(2)   TO WS-TOT-BUCKET-AMT(2)
           MOVE WS-GA-BUCKET(3)   TO WS-TOT-BUCKET-AMT(3)
           MOVE WS-GA-BUCKET(4)   TO WS-TOT-BUCKET-AMT(4)
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
               DISPLAY 'RPTPOA00: DATA FILE - ' WS-DLM-RETURN-MSG
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
               DISPLAY 'RPTPOA00: ERROR CLOSING REPORT FILE - '
                       WS-FILE-STATUS
           END-IF
           .
      ****************************************************************
      * END OF RPTPOA00                                              *
      ****************************************************************
