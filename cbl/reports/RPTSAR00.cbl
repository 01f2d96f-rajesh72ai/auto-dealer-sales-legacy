       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTSAR00.
      ****************************************************************
      * PROGRAM:    RPTSAR00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     RPT - REPORTS                                    *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-14                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    SERVICE RECEIVABLE AGING. LISTS EVERY REPAIR     *
      *             ORDER WHOSE CUSTOMER-PAY INVOICE WAS CHARGED TO  *
      *             THE CUSTOMER'S ACCOUNT AT THE SERVICE CASHIER    *
      *             (SVCCSH00 TENDER CH, INVOICE STATUS CH) AND      *
      *             STILL CARRIES A BALANCE. THE BALANCE IS AGED     *
      *             FROM THE RO CLOSE DATE INTO CURRENT (0-30),      *
      *             31-60, 61-90 AND OVER 90 DAY BUCKETS, WITH       *
      *             DEALER SUBTOTALS AND GRAND TOTALS.               *
      *                                                              *
      * INPUT:      AGING DATE (DEFAULT CURRENT DATE)                *
      *                                                              *
      * TABLES:     AUTOSALE.REPAIR_ORDER      (READ)                *
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
       01  WS-MODULE-ID                PIC X(08) VALUE 'RPTSAR00'.
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
           05  WS-DETAIL-COUNT         PIC S9(06) COMP VALUE +0.
           05  WS-EOF-DEALER           PIC X(01) VALUE 'N'.
               88  WS-DEALERS-DONE               VALUE 'Y'.
           05  WS-EOF-RO               PIC X(01) VALUE 'N'.
               88  WS-RO-DONE                    VALUE 'Y'.
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
       01  WS-HV-AGING-DATE            PIC X(10) VALUE SPACES.
      *
      *    REPORT HEADER LINE (132 CHARS)
      *
       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE 'AUTOSALES DEALER MANAGEMENT SYSTEM      '.
           05  FILLER                  PIC X(30)
               VALUE ' SERVICE RECEIVABLE AGING     '.
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
           05  FILLER                  PIC X(11) VALUE 'RO NUMBER  '.
           05  FILLER                  PIC X(12) VALUE 'CUSTOMER    '.
           05  FILLER                  PIC X(12) VALUE 'CLOSE DATE  '.
           05  FILLER                  PIC X(06) VALUE '  DAYS'.
           05  FILLER                  PIC X(13) VALUE
               '      INVOICE'.
           05  FILLER                  PIC X(13) VALUE
               '      BALANCE'.
           05  FILLER                  PIC X(13) VALUE
               '      CURRENT'.
           05  FILLER                  PIC X(13) VALUE
               '        31-60'.
           05  FILLER                  PIC X(13) VALUE
               '        61-90'.
           05  FILLER                  PIC X(13) VALUE
               '      OVER 90'.
           05  FILLER                  PIC X(12) VALUE SPACES.
      *
       01  WS-COLUMN-UNDERLINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(11) VALUE '---------  '.
           05  FILLER                  PIC X(12) VALUE '----------  '.
           05  FILLER                  PIC X(12) VALUE '----------  '.
           05  FILLER                  PIC X(06) VALUE '  ----'.
           05  FILLER                  PIC X(13) VALUE
               '   ----------'.
           05  FILLER                  PIC X(13) VALUE
               '   ----------'.
           05  FILLER                  PIC X(13) VALUE
               '   ----------'.
           05  FILLER                  PIC X(13) VALUE
               '   ----------'.
           05  FILLER                  PIC X(13) VALUE
               '   ----------'.
           05  FILLER                  PIC X(13) VALUE
               '   ----------'.
           05  FILLER                  PIC X(12) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-RO-NUMBER        PIC 9(09).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-CUSTOMER         PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-CLOSE-DATE       PIC X(10).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-DAYS             PIC Z(5)9.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DL-INVOICE          PIC Z(6)9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DL-BALANCE          PIC Z(6)9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DL-CURRENT          PIC Z(6)9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DL-31-60            PIC Z(6)9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DL-61-90            PIC Z(6)9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DL-OVER-90          PIC Z(6)9.99.
           05  FILLER                  PIC X(12) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'RO_NUMBER           002009N'.
           05  FILLER                  PIC X(27)
               VALUE 'CUSTOMER            013010A'.
           05  FILLER                  PIC X(27)
               VALUE 'CLOSE_DATE          025010A'.
           05  FILLER                  PIC X(27)
               VALUE 'DAYS                037006N'.
           05  FILLER                  PIC X(27)
               VALUE 'INVOICE             046010N'.
           05  FILLER                  PIC X(27)
               VALUE 'BALANCE             059010N'.
           05  FILLER                  PIC X(27)
               VALUE 'CURRENT             072010N'.
           05  FILLER                  PIC X(27)
               VALUE '31_60               085010N'.
           05  FILLER                  PIC X(27)
               VALUE '61_90               098010N'.
           05  FILLER                  PIC X(27)
               VALUE 'OVER_90             111010N'.
      *
           COPY WSDLMOUT.
      *
       01  WS-SUBTOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(40) VALUE ALL '-'.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(21)
               VALUE 'DEALER A/R SUMMARY:  '.
           05  FILLER                  PIC X(69) VALUE SPACES.
      *
       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TOT-LABEL           PIC X(08).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  FILLER                  PIC X(08) VALUE 'ROS:    '.
           05  WS-TOT-RO-CT           PIC Z(4)9.
           05  FILLER                  PIC X(17) VALUE SPACES.
           05  WS-TOT-INVOICE         PIC Z(8)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TOT-BALANCE         PIC Z(8)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TOT-CURRENT         PIC Z(8)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TOT-31-60           PIC Z(8)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TOT-61-90           PIC Z(8)9.99.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-TOT-OVER-90         PIC Z(8)9.99.
           05  FILLER                  PIC X(14) VALUE SPACES.
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
      *    ACCUMULATOR FIELDS - PER DEALER AND GRAND
      *
       01  WS-DEALER-ACCUM.
           05  WS-DA-RO-COUNT          PIC S9(06) COMP VALUE +0.
           05  WS-DA-INVOICE           PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-DA-BALANCE           PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-DA-CURRENT           PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-DA-31-60             PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-DA-61-90             PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-DA-OVER-90           PIC S9(09)V99 COMP-3 VALUE +0.
      *
       01  WS-GRAND-ACCUM.
           05  WS-GA-RO-COUNT          PIC S9(06) COMP VALUE +0.
           05  WS-GA-INVOICE           PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-GA-BALANCE           PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-GA-CURRENT           PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-GA-31-60             PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-GA-61-90             PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-GA-OVER-90           PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-GA-DEALER-COUNT      PIC S9(04) COMP VALUE +0.
      *
      *    HOST VARIABLES - DEALER CURSOR
      *
       01  WS-HV-DEALER.
           05  WS-HV-DLR-CODE         PIC X(05).
           05  WS-HV-DLR-NAME         PIC X(40).
      *
      *    HOST VARIABLES - RECEIVABLE CURSOR
      *
       01  WS-HV-AR.
           05  WS-HV-AR-RO-NUMBER     PIC S9(09) COMP.
           05  WS-HV-AR-CUSTOMER      PIC X(10).
           05  WS-HV-AR-CLOSE-DATE    PIC X(10).
           05  WS-HV-AR-DAYS          PIC S9(09) COMP.
           05  WS-HV-AR-INVOICE       PIC S9(07)V99 COMP-3.
           05  WS-HV-AR-BALANCE       PIC S9(07)V99 COMP-3.
      *
      *    DB2 CURSORS
      *
           EXEC SQL DECLARE CSR_SAR_DEALERS CURSOR FOR
               SELECT D.DEALER_CODE
                    , D.DEALER_NAME
               FROM   AUTOSALE.DEALER D
               WHERE  EXISTS
                      (SELECT 1
                       FROM   AUTOSALE.REPAIR_ORDER RO
                       WHERE  RO.DEALER_CODE    = D.DEALER_CODE
                         AND  RO.INVOICE_STATUS = 'CH'
                         AND  RO.CP_INVOICE_AMT > RO.CP_PAID_AMT)
               ORDER BY D.DEALER_CODE
           END-EXEC
      *
           EXEC SQL DECLARE CSR_SAR_DETAIL CURSOR FOR
               SELECT RO.RO_NUMBER
                    , COALESCE(RO.CUSTOMER_ID, ' ')
                    , CHAR(RO.CLOSE_DATE, ISO)
                    , DAYS(DATE(:WS-HV-AGING-DATE))
                      - DAYS(RO.CLOSE_DATE)
                    , RO.CP_INVOICE_AMT
                    , RO.CP_INVOICE_AMT - RO.CP_PAID_AMT
               FROM   AUTOSALE.REPAIR_ORDER RO
               WHERE  RO.DEALER_CODE    = :WS-HV-DLR-CODE
                 AND  RO.INVOICE_STATUS = 'CH'
                 AND  RO.CP_INVOICE_AMT > RO.CP_PAID_AMT
               ORDER BY RO.CLOSE_DATE
                      , RO.RO_NUMBER
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'RPTSAR00: SERVICE RECEIVABLE AGING - START'
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
           DISPLAY 'RPTSAR00: REPORT COMPLETE - '
                   WS-GA-DEALER-COUNT ' DEALERS, '
                   WS-GA-RO-COUNT ' ROS'
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
           MOVE WS-REPORT-DATE TO WS-HV-AGING-DATE
      *
           DISPLAY 'RPTSAR00: AGING DATE = ' WS-HV-AGING-DATE
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
               DISPLAY 'RPTSAR00: ERROR OPENING REPORT FILE - '
                       WS-FILE-STATUS
           END-IF
      *
           MOVE 'RPTSAR00' TO WS-DLM-REPORT-ID
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
           EXEC SQL OPEN CSR_SAR_DEALERS END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'RPTSAR00: ERROR OPENING DEALER CURSOR - '
                       SQLCODE
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-DEALER
      *
           PERFORM UNTIL WS-DEALERS-DONE
               EXEC SQL FETCH CSR_SAR_DEALERS
                   INTO :WS-HV-DLR-CODE
                      , :WS-HV-DLR-NAME
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       ADD +1 TO WS-GA-DEALER-COUNT
                       PERFORM 4000-NEW-DEALER-PAGE
                       PERFORM 5000-PROCESS-RECEIVABLES THRU 5000-EXIT
                       PERFORM 6000-PRINT-DEALER-SUBTOTAL
                   WHEN +100
                       SET WS-DEALERS-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'RPTSAR00: DB2 ERROR ON DEALER - '
                               SQLCODE
                       SET WS-DEALERS-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_SAR_DEALERS END-EXEC
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
           MOVE 9 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    5000-PROCESS-RECEIVABLES - ONE LINE PER CHARGED RO        *
      ****************************************************************
       5000-PROCESS-RECEIVABLES.
      *
           EXEC SQL OPEN CSR_SAR_DETAIL END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'RPTSAR00: ERROR OPENING DETAIL CURSOR - '
                       SQLCODE
               GO TO 5000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-RO
      *
           PERFORM UNTIL WS-RO-DONE
               EXEC SQL FETCH CSR_SAR_DETAIL
                   INTO :WS-HV-AR-RO-NUMBER
                      , :WS-HV-AR-CUSTOMER
                      , :WS-HV-AR-CLOSE-DATE
                      , :WS-HV-AR-DAYS
                      , :WS-HV-AR-INVOICE
                      , :WS-HV-AR-BALANCE
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 5100-FORMAT-DETAIL
                   WHEN +100
                       SET WS-RO-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'RPTSAR00: DB2 ERROR ON DETAIL - '
                               SQLCODE
                       SET WS-RO-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_SAR_DETAIL END-EXEC
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5100-FORMAT-DETAIL - AGE AND PRINT ONE RECEIVABLE         *
      ****************************************************************
       5100-FORMAT-DETAIL.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 4100-PRINT-PAGE-HEADER
           END-IF
      *
           INITIALIZE WS-DETAIL-LINE
      *
           MOVE WS-HV-AR-RO-NUMBER  TO WS-DL-RO-NUMBER
           MOVE WS-HV-AR-CUSTOMER   TO WS-DL-CUSTOMER
           MOVE WS-HV-AR-CLOSE-DATE TO WS-DL-CLOSE-DATE
           MOVE WS-HV-AR-DAYS       TO WS-DL-DAYS
           MOVE WS-HV-AR-INVOICE    TO WS-DL-INVOICE
           MOVE WS-HV-AR-BALANCE    TO WS-DL-BALANCE
      *
           EVALUATE TRUE
               WHEN WS-HV-AR-DAYS <= 30
                   MOVE WS-HV-AR-BALANCE TO WS-DL-CURRENT
                   ADD WS-HV-AR-BALANCE TO WS-DA-CURRENT
                   ADD WS-HV-AR-BALANCE TO WS-GA-CURRENT
               WHEN WS-HV-AR-DAYS <= 60
                   MOVE WS-HV-AR-BALANCE TO WS-DL-31-60
                   ADD WS-HV-AR-BALANCE TO WS-DA-31-60
                   ADD WS-HV-AR-BALANCE TO WS-GA-31-60
               WHEN WS-HV-AR-DAYS <= 90
                   MOVE WS-HV-AR-BALANCE TO WS-DL-61-90
                   ADD WS-HV-AR-BALANCE TO WS-DA-61-90
                   ADD WS-HV-AR-BALANCE TO WS-GA-61-90
               WHEN OTHER
                   MOVE WS-HV-AR-BALANCE TO WS-DL-OVER-90
                   ADD WS-HV-AR-BALANCE TO WS-DA-OVER-90
                   ADD WS-HV-AR-BALANCE TO WS-GA-OVER-90
           END-EVALUATE
      *
           ADD +1 TO WS-DA-RO-COUNT
           ADD +1 TO WS-GA-RO-COUNT
           ADD WS-HV-AR-INVOICE TO WS-DA-INVOICE
           ADD WS-HV-AR-INVOICE TO WS-GA-INVOICE
           ADD WS-HV-AR-BALANCE TO WS-DA-BALANCE
           ADD WS-HV-AR-BALANCE TO WS-GA-BALANCE
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
           MOVE WS-DA-RO-COUNT    TO WS-TOT-RO-CT
           MOVE WS-DA-INVOICE     TO WS-TOT-INVOICE
           MOVE WS-DA-BALANCE     TO WS-TOT-BALANCE
           MOVE WS-DA-CURRENT     TO WS-TOT-CURRENT
           MOVE WS-DA-31-60       TO WS-TOT-31-60
           MOVE WS-DA-61-90       TO WS-TOT-61-90
           MOVE WS-DA-OVER-90     TO WS-TOT-OVER-90
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
           MOVE WS-GA-RO-COUNT    TO WS-TOT-RO-CT
           MOVE WS-GA-INVOICE     TO WS-TOT-INVOICE
           MOVE WS-GA-BALANCE     TO WS-TOT-BALANCE
           MOVE WS-GA-CURRENT     TO WS-TOT-CURRENT
           MOVE WS-GA-31-60       TO WS-TOT-31-60
           MOVE WS-GA-61-90       TO WS-TOT-61-90
           MOVE WS-GA-OVER-90     TO WS-TOT-OVER-90
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
               DISPLAY 'RPTSAR00: DATA FILE - ' WS-DLM-RETURN-MSG
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
               DISPLAY 'RPTSAR00: ERROR CLOSING REPORT FILE - '
                       WS-FILE-STATUS
           END-IF
           .
      ****************************************************************
      * END OF RPTSAR00                                              *
      ****************************************************************
