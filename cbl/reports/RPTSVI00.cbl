       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTSVI00.
      ****************************************************************
      * PROGRAM:    RPTSVI00                                         *
      * SYSTEM:     AUTOSALES - AUTOMOTIVE DEALER SALES & REPORTING  *
      * MODULE:     RPT - REPORTS                                    *
      * AUTHOR:     AUTOSALES DEVELOPMENT TEAM                       *
      * DATE:       2026-10-14                                       *
      * REGION:     BMP (BATCH MESSAGE PROCESSING)                   *
      *                                                              *
      * PURPOSE:    CUSTOMER-PAY REPAIR ORDER INVOICE PRINT. ONE     *
      *             PAGE PER RO CLOSED ON THE REPORT DATE WITH A     *
      *             CUSTOMER-PAY INVOICE (SVCORD00 CLS PRICES THE    *
      *             INVOICE AND COMPUTES TAX THROUGH COMTAXL0).      *
      *             EACH INVOICE SHOWS THE CP LABOR AND PARTS LINES, *
      *             LABOR, PARTS, TAX AND INVOICE TOTALS, AMOUNT     *
      *             PAID AT THE SERVICE CASHIER (SVCCSH00) AND THE   *
      *             BALANCE DUE. A RUN SUMMARY FOLLOWS.              *
      *                                                              *
      * INPUT:      RO CLOSE DATE (DEFAULT CURRENT DATE)             *
      *                                                              *
      * TABLES:     AUTOSALE.REPAIR_ORDER      (READ)                *
      *             AUTOSALE.REPAIR_ORDER_LINE (READ)                *
      *             AUTOSALE.DEALER            (READ)                *
      *                                                              *
      * OUTPUT:     SYSPRINT DD - PRINTED INVOICES (132 CHARS)       *
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
       01  WS-MODULE-ID                PIC X(08) VALUE 'RPTSVI00'.
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
           05  WS-EOF-INVOICE          PIC X(01) VALUE 'N'.
               88  WS-INVOICES-DONE              VALUE 'Y'.
           05  WS-EOF-LINE             PIC X(01) VALUE 'N'.
               88  WS-LINES-DONE                 VALUE 'Y'.
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
       01  WS-HV-CLOSE-DATE            PIC X(10) VALUE SPACES.
      *
      *    REPORT HEADER LINE (132 CHARS)
      *
       01  WS-REPORT-HEADER-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(40)
               VALUE 'AUTOSALES DEALER MANAGEMENT SYSTEM      '.
           05  FILLER                  PIC X(30)
               VALUE ' SERVICE REPAIR ORDER INVOICE '.
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
           05  FILLER                  PIC X(09) VALUE '  PHONE: '.
           05  WS-DH-PHONE            PIC X(10).
           05  FILLER                  PIC X(55) VALUE SPACES.
      *
       01  WS-RO-HEADER-1.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE 'RO NUMBER:   '.
           05  WS-RO1-RO-NUMBER       PIC 9(09).
           05  FILLER                  PIC X(13) VALUE '   CUSTOMER: '.
           05  WS-RO1-CUSTOMER        PIC X(10).
           05  FILLER                  PIC X(08) VALUE '   VIN: '.
           05  WS-RO1-VIN             PIC X(17).
           05  FILLER                  PIC X(61) VALUE SPACES.
      *
       01  WS-RO-HEADER-2.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(13) VALUE 'OPENED:      '.
           05  WS-RO2-OPEN-DATE       PIC X(10).
           05  FILLER                  PIC X(12) VALUE '   CLOSED:  '.
           05  WS-RO2-CLOSE-DATE      PIC X(10).
           05  FILLER                  PIC X(13) VALUE '   ODOMETER: '.
           05  WS-RO2-ODOMETER        PIC Z(8)9.
           05  FILLER                  PIC X(12) VALUE '   ADVISOR: '.
           05  WS-RO2-ADVISOR         PIC X(08).
           05  FILLER                  PIC X(44) VALUE SPACES.
      *
       01  WS-COLUMN-HEADERS.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE 'LINE  '.
           05  FILLER                  PIC X(06) VALUE 'TYPE  '.
           05  FILLER                  PIC X(17) VALUE
               'OP CODE / PART   '.
           05  FILLER                  PIC X(42) VALUE
               'DESCRIPTION                               '.
           05  FILLER                  PIC X(08) VALUE '     QTY'.
           05  FILLER                  PIC X(12) VALUE
               '  UNIT PRICE'.
           05  FILLER                  PIC X(13) VALUE
               '   LINE TOTAL'.
           05  FILLER                  PIC X(27) VALUE SPACES.
      *
       01  WS-COLUMN-UNDERLINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(06) VALUE '----  '.
           05  FILLER                  PIC X(06) VALUE '----  '.
           05  FILLER                  PIC X(17) VALUE
               '---------------  '.
           05  FILLER                  PIC X(42) VALUE
               '----------------------------------------  '.
           05  FILLER                  PIC X(08) VALUE '   -----'.
           05  FILLER                  PIC X(12) VALUE
               '  ----------'.
           05  FILLER                  PIC X(13) VALUE
               '   ----------'.
           05  FILLER                  PIC X(27) VALUE SPACES.
      *
       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  WS-DL-LINE-NUM         PIC ZZZ9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-LINE-TYPE        PIC X(04).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-CODE             PIC X(15).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-DESC             PIC X(40).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-QTY              PIC Z(7)9.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-DL-UNIT-AMT         PIC Z(6)9.99.
           05  FILLER                  PIC X(03) VALUE SPACES.
           05  WS-DL-LINE-AMT         PIC Z(6)9.99.
           05  FILLER                  PIC X(27) VALUE SPACES.
      *
      *    DELIMITED DATA FILE (COMDLML0) - DETAIL LINE COLUMNS:
      *    NAME, PRINT POSITION, LENGTH, TYPE A=TEXT N=NUMBER
      *
       01  WS-DLM-LAYOUT.
           05  FILLER                  PIC X(27)
               VALUE 'LINE_NUM            002004N'.
           05  FILLER                  PIC X(27)
               VALUE 'LINE_TYPE           008004A'.
           05  FILLER                  PIC X(27)
               VALUE 'CODE                014015A'.
           05  FILLER                  PIC X(27)
               VALUE 'DESC                031040A'.
           05  FILLER                  PIC X(27)
               VALUE 'QTY                 073008N'.
           05  FILLER                  PIC X(27)
               VALUE 'UNIT_AMT            083010N'.
           05  FILLER                  PIC X(27)
               VALUE 'LINE_AMT            096010N'.
      *
           COPY WSDLMOUT.
      *
       01  WS-INVOICE-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(76) VALUE SPACES.
           05  WS-IT-LABEL            PIC X(18).
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-IT-AMOUNT           PIC Z(6)9.99-.
           05  FILLER                  PIC X(24) VALUE SPACES.
      *
       01  WS-INVOICE-STATUS-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(76) VALUE SPACES.
           05  FILLER                  PIC X(18)
               VALUE 'INVOICE STATUS:   '.
           05  FILLER                  PIC X(02) VALUE SPACES.
           05  WS-IS-STATUS-DESC      PIC X(20).
           05  FILLER                  PIC X(15) VALUE SPACES.
      *
       01  WS-GRAND-TOTAL-LINE.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(43) VALUE ALL '='.
           05  FILLER                  PIC X(01) VALUE SPACES.
           05  FILLER                  PIC X(16)
               VALUE 'RUN SUMMARY:    '.
           05  WS-GT-INVOICE-CT       PIC Z(5)9.
           05  FILLER                  PIC X(10) VALUE ' INVOICES '.
           05  FILLER                  PIC X(10) VALUE '  TOTAL: '.
           05  WS-GT-INVOICE-AMT      PIC Z(8)9.99.
           05  FILLER                  PIC X(08) VALUE '  PAID: '.
           05  WS-GT-PAID-AMT         PIC Z(8)9.99.
           05  FILLER                  PIC X(13) VALUE SPACES.
      *
      *    GRAND ACCUMULATORS
      *
       01  WS-GRAND-ACCUM.
           05  WS-GA-INVOICE-COUNT     PIC S9(06) COMP VALUE +0.
           05  WS-GA-INVOICE-AMT       PIC S9(09)V99 COMP-3 VALUE +0.
           05  WS-GA-PAID-AMT          PIC S9(09)V99 COMP-3 VALUE +0.
      *
      *    HOST VARIABLES - INVOICE CURSOR
      *
       01  WS-HV-INVOICE.
           05  WS-HV-IV-RO-NUMBER     PIC S9(09) COMP.
           05  WS-HV-IV-DEALER        PIC X(05).
           05  WS-HV-IV-DEALER-NAME   PIC X(40).
           05  WS-HV-IV-PHONE         PIC X(10).
           05  WS-HV-IV-CUSTOMER      PIC X(10).
           05  WS-HV-IV-VIN           PIC X(17).
           05  WS-HV-IV-OPEN-DATE     PIC X(10).
           05  WS-HV-IV-ODOMETER      PIC S9(09) COMP.
           05  WS-HV-IV-ADVISOR       PIC X(08).
           05  WS-HV-IV-CP-LABOR      PIC S9(07)V99 COMP-3.
           05  WS-HV-IV-CP-PARTS      PIC S9(07)V99 COMP-3.
           05  WS-HV-IV-CP-TAX        PIC S9(07)V99 COMP-3.
           05  WS-HV-IV-CP-INVOICE    PIC S9(07)V99 COMP-3.
           05  WS-HV-IV-CP-PAID       PIC S9(07)V99 COMP-3.
           05  WS-HV-IV-INV-STATUS    PIC X(02).
      *
      *    HOST VARIABLES - LINE CURSOR
      *
       01  WS-HV-LINE.
           05  WS-HV-LN-NUMBER        PIC S9(04) COMP.
           05  WS-HV-LN-TYPE          PIC X(02).
           05  WS-HV-LN-CODE          PIC X(15).
           05  WS-HV-LN-DESC          PIC X(40).
           05  WS-HV-LN-QTY           PIC S9(09) COMP.
           05  WS-HV-LN-UNIT-AMT      PIC S9(07)V99 COMP-3.
           05  WS-HV-LN-LINE-AMT      PIC S9(07)V99 COMP-3.
      *
      *    WORK FIELDS
      *
       01  WS-WORK-FIELDS.
           05  WS-BALANCE-DUE         PIC S9(07)V99 COMP-3 VALUE +0.
      *
      *    DB2 CURSORS
      *
           EXEC SQL DECLARE CSR_SVI_INVOICE CURSOR FOR
               SELECT RO.RO_NUMBER
                    , RO.DEALER_CODE
                    , D.DEALER_NAME
                    , D.PHONE_NUMBER
                    , COALESCE(RO.CUSTOMER_ID, ' ')
                    , RO.VIN
                    , CHAR(RO.OPEN_DATE, ISO)
                    , RO.ODOMETER
                    , COALESCE(RO.SERVICE_ADVISOR, ' ')
                    , RO.CP_LABOR_AMT
                    , RO.CP_PARTS_AMT
                    , RO.CP_TAX_AMT
                    , RO.CP_INVOICE_AMT
                    , RO.CP_PAID_AMT
                    , RO.INVOICE_STATUS
               FROM   AUTOSALE.REPAIR_ORDER RO
               INNER JOIN AUTOSALE.DEALER D
                 ON   D.DEALER_CODE = RO.DEALER_CODE
               WHERE  RO.RO_STATUS      = 'CL'
                 AND  RO.CLOSE_DATE     = :WS-HV-CLOSE-DATE
                 AND  RO.INVOICE_STATUS <> 'NA'
                 AND  RO.CP_INVOICE_AMT > 0
               ORDER BY RO.DEALER_CODE
                      , RO.RO_NUMBER
           END-EXEC
      *
           EXEC SQL DECLARE CSR_SVI_LINES CURSOR FOR
               SELECT RL.LINE_NUMBER
                    , RL.LINE_TYPE
                    , CASE WHEN RL.LINE_TYPE = 'PT'
                           THEN COALESCE(RL.PART_NUMBER, ' ')
                           ELSE COALESCE(RL.LABOR_OP_CODE, ' ')
                      END
                    , COALESCE(RL.LINE_DESC, ' ')
                    , RL.QUANTITY
                    , RL.UNIT_AMT
                    , RL.LINE_AMT
               FROM   AUTOSALE.REPAIR_ORDER_LINE RL
               WHERE  RL.RO_NUMBER = :WS-HV-IV-RO-NUMBER
                 AND  RL.PAY_TYPE  = 'CP'
                 AND  RL.LINE_TYPE IN ('LB', 'PT')
               ORDER BY RL.LINE_NUMBER
           END-EXEC
      *
       PROCEDURE DIVISION.
      *
       0000-MAIN-CONTROL.
      *
           DISPLAY 'RPTSVI00: SERVICE RO INVOICE PRINT - START'
      *
           PERFORM 1000-INITIALIZE
           PERFORM 2000-OPEN-FILES
      *
           IF WS-FILE-STATUS = '00'
               PERFORM 3000-PROCESS-INVOICES THRU 3000-EXIT
               PERFORM 7000-PRINT-RUN-SUMMARY
           END-IF
      *
           PERFORM 9000-CLOSE-FILES
      *
           DISPLAY 'RPTSVI00: REPORT COMPLETE - '
                   WS-GA-INVOICE-COUNT ' INVOICES PRINTED'
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
           MOVE WS-REPORT-DATE TO WS-HV-CLOSE-DATE
      *
           DISPLAY 'RPTSVI00: RO CLOSE DATE = ' WS-HV-CLOSE-DATE
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
               DISPLAY 'RPTSVI00: ERROR OPENING REPORT FILE - '
                       WS-FILE-STATUS
           END-IF
      *
           MOVE 'RPTSVI00' TO WS-DLM-REPORT-ID
           MOVE WS-DLM-LAYOUT TO WS-DLM-COLUMNS
           MOVE 'OPEN' TO WS-DLM-FUNCTION
           PERFORM 8950-CALL-DLM-SERVICE
           .
      *
      ****************************************************************
      *    3000-PROCESS-INVOICES - ONE INVOICE PER CLOSED CP RO      *
      ****************************************************************
       3000-PROCESS-INVOICES.
      *
           EXEC SQL OPEN CSR_SVI_INVOICE END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'RPTSVI00: ERROR OPENING INVOICE CURSOR - '
                       SQLCODE
               GO TO 3000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-INVOICE
      *
           PERFORM UNTIL WS-INVOICES-DONE
               EXEC SQL FETCH CSR_SVI_INVOICE
                   INTO :WS-HV-IV-RO-NUMBER
                      , :WS-HV-IV-DEALER
                      , :WS-HV-IV-DEALER-NAME
                      , :WS-HV-IV-PHONE
                      , :WS-HV-IV-CUSTOMER
                      , :WS-HV-IV-VIN
                      , :WS-HV-IV-OPEN-DATE
                      , :WS-HV-IV-ODOMETER
                      , :WS-HV-IV-ADVISOR
                      , :WS-HV-IV-CP-LABOR
                      , :WS-HV-IV-CP-PARTS
                      , :WS-HV-IV-CP-TAX
                      , :WS-HV-IV-CP-INVOICE
                      , :WS-HV-IV-CP-PAID
                      , :WS-HV-IV-INV-STATUS
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       ADD +1 TO WS-GA-INVOICE-COUNT
                       ADD WS-HV-IV-CP-INVOICE TO WS-GA-INVOICE-AMT
                       ADD WS-HV-IV-CP-PAID TO WS-GA-PAID-AMT
                       PERFORM 4000-PRINT-INVOICE-HEADER
                       PERFORM 5000-PROCESS-LINES THRU 5000-EXIT
                       PERFORM 6000-PRINT-INVOICE-TOTALS
                   WHEN +100
                       SET WS-INVOICES-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'RPTSVI00: DB2 ERROR ON INVOICE - '
                               SQLCODE
                       SET WS-INVOICES-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_SVI_INVOICE END-EXEC
           .
       3000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    4000-PRINT-INVOICE-HEADER - NEW PAGE FOR EACH INVOICE     *
      ****************************************************************
       4000-PRINT-INVOICE-HEADER.
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
           MOVE WS-HV-IV-DEALER TO WS-DH-DEALER-CODE
           MOVE WS-HV-IV-DEALER-NAME TO WS-DH-DEALER-NAME
           MOVE WS-HV-IV-PHONE TO WS-DH-PHONE
           WRITE REPORT-RECORD FROM WS-DEALER-HEADER
               AFTER ADVANCING 2
      *
           MOVE WS-HV-IV-RO-NUMBER TO WS-RO1-RO-NUMBER
           MOVE WS-HV-IV-CUSTOMER TO WS-RO1-CUSTOMER
           MOVE WS-HV-IV-VIN TO WS-RO1-VIN
           WRITE REPORT-RECORD FROM WS-RO-HEADER-1
               AFTER ADVANCING 2
      *
           MOVE WS-HV-IV-OPEN-DATE TO WS-RO2-OPEN-DATE
           MOVE WS-HV-CLOSE-DATE TO WS-RO2-CLOSE-DATE
           MOVE WS-HV-IV-ODOMETER TO WS-RO2-ODOMETER
           MOVE WS-HV-IV-ADVISOR TO WS-RO2-ADVISOR
           WRITE REPORT-RECORD FROM WS-RO-HEADER-2
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
      *    5000-PROCESS-LINES - CUSTOMER-PAY LABOR AND PARTS LINES   *
      ****************************************************************
       5000-PROCESS-LINES.
      *
           EXEC SQL OPEN CSR_SVI_LINES END-EXEC
      *
           IF SQLCODE NOT = +0
               DISPLAY 'RPTSVI00: ERROR OPENING LINE CURSOR - '
                       SQLCODE
               GO TO 5000-EXIT
           END-IF
      *
           MOVE 'N' TO WS-EOF-LINE
      *
           PERFORM UNTIL WS-LINES-DONE
               EXEC SQL FETCH CSR_SVI_LINES
                   INTO :WS-HV-LN-NUMBER
                      , :WS-HV-LN-TYPE
                      , :WS-HV-LN-CODE
                      , :WS-HV-LN-DESC
                      , :WS-HV-LN-QTY
                      , :WS-HV-LN-UNIT-AMT
                      , :WS-HV-LN-LINE-AMT
               END-EXEC
      *
               EVALUATE SQLCODE
                   WHEN +0
                       PERFORM 5100-FORMAT-LINE
                   WHEN +100
                       SET WS-LINES-DONE TO TRUE
                   WHEN OTHER
                       DISPLAY 'RPTSVI00: DB2 ERROR ON LINE - '
                               SQLCODE
                       SET WS-LINES-DONE TO TRUE
               END-EVALUATE
           END-PERFORM
      *
           EXEC SQL CLOSE CSR_SVI_LINES END-EXEC
           .
       5000-EXIT.
           EXIT.
      *
      ****************************************************************
      *    5100-FORMAT-LINE - FORMAT AND PRINT ONE INVOICE LINE      *
      ****************************************************************
       5100-FORMAT-LINE.
      *
           IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
               PERFORM 4000-PRINT-INVOICE-HEADER
           END-IF
      *
           INITIALIZE WS-DETAIL-LINE
      *
           MOVE WS-HV-LN-NUMBER     TO WS-DL-LINE-NUM
           IF WS-HV-LN-TYPE = 'LB'
               MOVE 'LABR' TO WS-DL-LINE-TYPE
           ELSE
               MOVE 'PART' TO WS-DL-LINE-TYPE
           END-IF
           MOVE WS-HV-LN-CODE       TO WS-DL-CODE
           MOVE WS-HV-LN-DESC       TO WS-DL-DESC
           MOVE WS-HV-LN-QTY        TO WS-DL-QTY
           MOVE WS-HV-LN-UNIT-AMT   TO WS-DL-UNIT-AMT
           MOVE WS-HV-LN-LINE-AMT   TO WS-DL-LINE-AMT
      *
           WRITE REPORT-RECORD FROM WS-DETAIL-LINE
               AFTER ADVANCING 1
           PERFORM 8900-WRITE-DATA-ROW
           ADD +1 TO WS-LINE-COUNT
           .
      *
      ****************************************************************
      *    6000-PRINT-INVOICE-TOTALS - TOTALS, PAID AND BALANCE DUE  *
      ****************************************************************
       6000-PRINT-INVOICE-TOTALS.
      *
           MOVE 'LABOR:'            TO WS-IT-LABEL
           MOVE WS-HV-IV-CP-LABOR   TO WS-IT-AMOUNT
           WRITE REPORT-RECORD FROM WS-INVOICE-TOTAL-LINE
               AFTER ADVANCING 2
      *
           MOVE 'PARTS:'            TO WS-IT-LABEL
           MOVE WS-HV-IV-CP-PARTS   TO WS-IT-AMOUNT
           WRITE REPORT-RECORD FROM WS-INVOICE-TOTAL-LINE
               AFTER ADVANCING 1
      *
           MOVE 'SALES TAX:'        TO WS-IT-LABEL
           MOVE WS-HV-IV-CP-TAX     TO WS-IT-AMOUNT
           WRITE REPORT-RECORD FROM WS-INVOICE-TOTAL-LINE
               AFTER ADVANCING 1
      *
           MOVE 'INVOICE TOTAL:'    TO WS-IT-LABEL
           MOVE WS-HV-IV-CP-INVOICE TO WS-IT-AMOUNT
           WRITE REPORT-RECORD FROM WS-INVOICE-TOTAL-LINE
               AFTER ADVANCING 2
      *
           MOVE 'PAID:'             TO WS-IT-LABEL
           MOVE WS-HV-IV-CP-PAID    TO WS-IT-AMOUNT
           WRITE REPORT-RECORD FROM WS-INVOICE-TOTAL-LINE
               AFTER ADVANCING 1
      *
           COMPUTE WS-BALANCE-DUE =
               WS-HV-IV-CP-INVOICE - WS-HV-IV-CP-PAID
           MOVE 'BALANCE DUE:'      TO WS-IT-LABEL
           MOVE WS-BALANCE-DUE      TO WS-IT-AMOUNT
           WRITE REPORT-RECORD FROM WS-INVOICE-TOTAL-LINE
               AFTER ADVANCING 1
      *
           EVALUATE WS-HV-IV-INV-STATUS
               WHEN 'PD'
                   MOVE 'PAID IN FULL' TO WS-IS-STATUS-DESC
               WHEN 'CH'
                   MOVE 'CHARGED TO ACCOUNT' TO WS-IS-STATUS-DESC
               WHEN OTHER
                   MOVE 'DUE AT CASHIER' TO WS-IS-STATUS-DESC
           END-EVALUATE
           WRITE REPORT-RECORD FROM WS-INVOICE-STATUS-LINE
               AFTER ADVANCING 2
           .
      *
      ****************************************************************
      *    7000-PRINT-RUN-SUMMARY                                    *
      ****************************************************************
       7000-PRINT-RUN-SUMMARY.
      *
           MOVE WS-GA-INVOICE-COUNT TO WS-GT-INVOICE-CT
           MOVE WS-GA-INVOICE-AMT TO WS-GT-INVOICE-AMT
           MOVE WS-GA-PAID-AMT TO WS-GT-PAID-AMT
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
               DISPLAY 'RPTSVI00: DATA FILE - ' WS-DLM-RETURN-MSG
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
               DISPLAY 'RPTSVI00: ERROR CLOSING REPORT FILE - '
                       WS-FILE-STATUS
           END-IF
           .
      ****************************************************************
      * END OF RPTSVI00                                              *
      ****************************************************************
